000100*----------------------------------------------------------------
000200* GEOREG - VERTICES DE LOS POLIGONOS DE COORDENADAS (AREAGEOM).
000300*----------------------------------------------------------------
000400* AREA_POL ESCRIBE UN REGISTRO POR VERTICE DE CADA POLIGONO-N Y
000500* CADA TRAVERSA ACEPTADOS, EN METROS Y EN EL ORDEN DEL RECORRIDO
000600* (LAS TRAVERSAS YA CONVERTIDAS A VERTICES). EL POLIGONO SE
000700* IDENTIFICA POR EL LINAJE DE SU CABECERA; GEO-VERTICES ES EL
000800* TOTAL DE VERTICES Y GEO-ORDEN EL NUMERO DE ESTE. SOLAPOL LO
000900* AGRUPA POR REFERENCIA PARA BUSCAR SOLAPES ENTRE POLIGONOS DE
001000* LA MISMA ORDEN.
001100*----------------------------------------------------------------
001200* FECHA       INIC.  DESCRIPCION
001300* ----------  -----  ---------------------------------------------
001400* 2026-10-15  MNT    VERSION INICIAL.
001500*----------------------------------------------------------------
001600 01  GEO-REGISTRO.
001700     05  GEO-REFERENCIA      PIC X(10).
001800     05  GEO-TIPO            PIC X(10).
001900     05  GEO-LINAJE.
002000         10  GEO-LIN-FICHERO PIC X(10).
002100         10  GEO-LIN-FECHA   PIC 9(08).
002200         10  GEO-LIN-SECUEN  PIC 9(09).
002300     05  GEO-VERTICES        PIC 9(03).
002400     05  GEO-ORDEN           PIC 9(03).
002500     05  GEO-X               PIC S9(07)V9(04) SIGN IS LEADING
002600                                 SEPARATE CHARACTER.
002700     05  GEO-Y               PIC S9(07)V9(04) SIGN IS LEADING
002800                                 SEPARATE CHARACTER.
