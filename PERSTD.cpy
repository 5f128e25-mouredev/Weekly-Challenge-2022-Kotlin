000100*----------------------------------------------------------------
000200* PERSTD - AREA DE COMUNICACION CON EL MODULO PERIODO.
000300*----------------------------------------------------------------
000400* EL PROGRAMA LLAMANTE PASA UNA FECHA AAAAMMDD (NORMALMENTE LA
000500* FECHA DE NEGOCIO DE FECHANEG) Y EL MODULO DEVUELVE EL ESTADO
000600* DEL MES CONTABLE AL QUE PERTENECE SEGUN EL DIARIO PERIODOS:
000700* A ABIERTO (NUNCA CERRADO), C CERRADO, R REABIERTO TRAS UN
000800* CIERRE. CON EL ESTADO SE DEVUELVEN LA FECHA Y EL OPERADOR DEL
000900* ULTIMO CIERRE O REAPERTURA. LOS PROGRAMAS QUE ESCRIBEN DATOS DEL
001000* MES (NOCTURNO, INTRADIA Y LA FACTURACION) SE NIEGAN A CORRER
001100* SOBRE UN MES CERRADO.
001200*----------------------------------------------------------------
001300* FECHA       INIC.  DESCRIPCION
001400* ----------  -----  ---------------------------------------------
001500* 2026-10-15  MNT    VERSION INICIAL.
001550* 2026-10-15  MNT    INTRADIA CONSULTA TAMBIEN EL ESTADO DEL MES.
001600*----------------------------------------------------------------
001700 01  PER-STD-AREA.
001800     05  PER-STD-FECHA       PIC 9(08).
001900     05  PER-STD-ESTADO      PIC X(01).
002000         88  PER-MES-ABIERTO         VALUE "A".
002100         88  PER-MES-CERRADO         VALUE "C".
002200         88  PER-MES-REABIERTO       VALUE "R".
002300     05  PER-STD-FECHA-CAMBIO PIC 9(08).
002400     05  PER-STD-OPERADOR    PIC X(08).
