000100*----------------------------------------------------------------
000200* TRZREG - REGISTRO DEL MAESTRO DE TRAZADOS DE REGISTRO (TRZMAST).
000300*----------------------------------------------------------------
000400* UNA TARJETA POR CAMPO DE UN FICHERO DE LA CADENA: FICHERO
000500* (NOMBRE LOGICO, EL MISMO QUE USAN VALREGLAS Y PARTPERF), NOMBRE
000600* DEL CAMPO, POSICION, LONGITUD, CLASE (N NUMERICA, X LIBRE),
000700* PROGRAMA PROPIETARIO DEL FICHERO (EL QUE ESTAMPA SUS RECHAZOS
000800* EN REJSTD) Y DESCRIPCION. LA CLAVE ES FICHERO+CAMPO. LAS REGLAS
000900* DE PREVALID, LOS PERFILES DE DISTRIB Y EL MENU DE CAMPOS DE
001000* REPARTALL NOMBRAN LOS CAMPOS Y TOMAN DE AQUI SU POSICION: UN
001100* CAMBIO DE TRAZADO SE HACE UNA VEZ, EN ESTE MAESTRO. LO MANTIENE
001200* EL PROGRAMA MANTTRZ.
001300*----------------------------------------------------------------
001400* FECHA       INIC.  DESCRIPCION
001500* ----------  -----  ---------------------------------------------
001600* 2026-10-15  MNT    VERSION INICIAL.
001700*----------------------------------------------------------------
001800 01  TRZ-REGISTRO.
001900     05  TRZ-FICHERO         PIC X(12).
002000     05  TRZ-CAMPO           PIC X(10).
002100     05  TRZ-POS             PIC 9(04).
002200     05  TRZ-LARGO           PIC 9(03).
002300     05  TRZ-CLASE           PIC X(01).
002400         88  TRZ-CLASE-NUMERICA      VALUE "N".
002500         88  TRZ-CLASE-LIBRE         VALUE "X".
002600     05  TRZ-PROGRAMA        PIC X(08).
002700     05  TRZ-DESCRIPCION     PIC X(40).
