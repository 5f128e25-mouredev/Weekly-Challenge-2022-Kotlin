000100*----------------------------------------------------------------
000200* SOLREG - ORDENES A REVISION POR SOLAPE DE FIGURAS (SOLAREV).
000300*----------------------------------------------------------------
000400* SOLAPOL ESCRIBE UN REGISTRO POR CADA PAREJA DE POLIGONOS DE
000500* COORDENADAS DE UNA MISMA ORDEN QUE SE SOLAPAN, CON EL LINAJE
000600* DE AMBAS CABECERAS Y EL AREA COMUN ESTIMADA EN METROS
000700* CUADRADOS. SOL-CRUCE = "S" CUANDO LOS CONTORNOS SE CORTAN.
000800* FACTUPOL RETIENE SIN FACTURAR LAS REFERENCIAS QUE FIGURAN AQUI
000900* CON LA FECHA DE NEGOCIO EN CURSO.
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-10-15  MNT    VERSION INICIAL.
001400*----------------------------------------------------------------
001500 01  SOL-REGISTRO.
001600     05  SOL-REFERENCIA      PIC X(10).
001700     05  SOL-FECHA           PIC 9(08).
001800     05  SOL-LINAJE-1        PIC X(27).
001900     05  SOL-LINAJE-2        PIC X(27).
002000     05  SOL-AREA-SOLAPE     PIC 9(11)V9(04).
002100     05  SOL-CRUCE           PIC X(01).
