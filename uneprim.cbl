002380*                    QUE SE VENDE, Y EL HASH POR SUMA NO VEIA
002390*                    UN FICHERO BARAJADO. EL HASH DE SIEMPRE
002391*                    SIGUE ESCRIBIENDOSE DURANTE LA TRANSICION.
002393* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
002395*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
002397*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
002400*----------------------------------------------------------------
002500 ENVIRONMENT     DIVISION.
002600 INPUT-OUTPUT    SECTION.
006200 WORKING-STORAGE SECTION.
006300*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
006400     COPY FECNEG.
006403*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
006406     COPY VERSTD.
006410*    REGISTRO DE ALERTA ESTANDAR PARA EL MODULO ALERTADOR.
006420     COPY ALRSTD.
006500 01  WS-SUB-STATUS           PIC X(02).
012400     MOVE FEC-NEG-FECHA TO CTL-FECHA
012500     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
012600     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD
012610     MOVE SPACES TO VRS-STD-AREA
012620     MOVE "UNEPRIM" TO VRS-STD-PROGRAMA
012630     MOVE ZERO TO VRS-STD-FECHA
012640     CALL "VERSPROG" USING VRS-STD-AREA
012650     MOVE VRS-STD-VERSION TO CTL-VERSION
012700     WRITE CTL-REGISTRO
012800     OPEN INPUT PRIMES-CAT
012900     IF WS-CAT-NO-EXISTE
