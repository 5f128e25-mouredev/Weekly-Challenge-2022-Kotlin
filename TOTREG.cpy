000100*----------------------------------------------------------------
000200* TOTREG - REGISTRO DEL FICHERO DE TOTALES DIARIOS DE PALINDROMO
000300*          (PALINTOT).
000400*----------------------------------------------------------------
000500* UNA LINEA POR CORRIDA DE PALINDROMO CON SUS CONTADORES DEL DIA.
000600* LO ESCRIBE PALINDROMO (Y UNETXT AL UNIR LOS TROZOS DE UNA
000700* CORRIDA PARTIDA, QUE LO DECLARA TAMBIEN PARA CADA TROZO CON
000800* REPLACING) Y LO LEEN TENDENCIA Y CIERREMES.
000900* CONTADORES POR POLITICA DE VEREDICTO (LAS DE POLMAST EN SU
001000* ORDEN, DEFECTO LA PRIMERA, HASTA 8; EL RESTO EN BLANCO Y
001100* CEROS). PERFECTO Y ACEPTADO SUMAN TOT-PERFECTO; CORTO Y ERROR
001200* SUMAN TOT-ERROR.
001300*----------------------------------------------------------------
001400* FECHA       INIC.  DESCRIPCION
001500* ----------  -----  ---------------------------------------------
001600* 2026-10-15  MNT    VERSION INICIAL.
001700*----------------------------------------------------------------
001800 01  TOT-REGISTRO.
001900     05  TOT-FECHA           PIC 9(08).
002000     05  TOT-PROCESADOS      PIC 9(08).
002100     05  TOT-PERFECTO        PIC 9(08).
002200     05  TOT-ERROR           PIC 9(08).
002300     05  TOT-RECHAZADOS      PIC 9(08).
002400     05  TOT-SUMA-LARGOS     PIC 9(12).
002500     05  TOT-POLITICAS.
002600         10  TOT-POLITICA OCCURS 8 TIMES.
002700             15  TOT-POL-CODIGO     PIC X(08).
002800             15  TOT-POL-PROCESADOS PIC 9(08).
002900             15  TOT-POL-PERFECTO   PIC 9(08).
003000             15  TOT-POL-ACEPTADO   PIC 9(08).
003100             15  TOT-POL-CORTO      PIC 9(08).
003200             15  TOT-POL-ERROR      PIC 9(08).
