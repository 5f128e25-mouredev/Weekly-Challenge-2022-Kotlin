000100*----------------------------------------------------------------
000200* SUGREG - SUGERENCIAS DE ORTOGRAFIA PARA LA COLA DE REPARACION.
000300*----------------------------------------------------------------
000400* EL PASO SUGIERE, TRAS EL RECOLECTOR, ESCRIBE EN REPARSUG UN
000500* REGISTRO POR CADA PALABRA DESCONOCIDA DE LOS RECHAZOS DE
000600* DICCIONARIO DE ANAGRAMA, CON LAS PALABRAS DE DICCION MAS
000700* CERCANAS (MENOR DISTANCIA DE EDICION PRIMERO). EL REGISTRO SE
000800* ENGANCHA A SU ELEMENTO DE LA COLA POR LA SECUENCIA DE LECTURA
000900* EN REPARQUE Y SE CONTRASTA CON EL LINAJE; EL TALLER REPARTALL
001000* LOS MUESTRA PARA QUE EL ANALISTA ELIJA EN LUGAR DE TECLEAR.
001100*----------------------------------------------------------------
001200* FECHA       INIC.  DESCRIPCION
001300* ----------  -----  ---------------------------------------------
001400* 2026-10-15  MNT    VERSION INICIAL.
001500*----------------------------------------------------------------
001600 01  SUG-REGISTRO.
001700     05  SUG-SECUENCIA       PIC 9(09).
001800     05  SUG-LINAJE          PIC X(27).
001900*    POSICION EN LA IMAGEN DE LA PALABRA DESCONOCIDA (CADENA1 EN
002000*    LA 1, CADENA4 EN LA 101) Y LA PALABRA TAL COMO LLEGO.
002100     05  SUG-POSICION        PIC 9(04).
002200     05  SUG-PALABRA-MALA    PIC X(30).
002300     05  SUG-NUM             PIC 9(01).
002400     05  SUG-ENTRY OCCURS 5 TIMES.
002500         10  SUG-PALABRA     PIC X(30).
002600         10  SUG-DISTANCIA   PIC 9(02).
