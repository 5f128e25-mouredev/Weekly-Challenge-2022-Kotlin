000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VERSPROG.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CONSULTA DEL REGISTRO DE
001300*                    ENTREGAS: DEVUELVE LA VERSION VIGENTE DE UN
001400*                    PROGRAMA EN UNA FECHA (LA DE FECHA DE
001500*                    INSTALACION MAS RECIENTE NO POSTERIOR), CON
001600*                    SU FECHA DE INSTALACION Y SU PETICION DE
001700*                    CAMBIO. EL MAESTRO VERSIONES SE CARGA EN LA
001800*                    PRIMERA LLAMADA Y SE CONSERVA PARA LAS
001900*                    SIGUIENTES DE LA MISMA CORRIDA. SIN MAESTRO O
002000*                    SIN ENTREGA, VERSION SIN-REG Y RESPUESTA N.
002100*----------------------------------------------------------------
002200 ENVIRONMENT     DIVISION.
002300 INPUT-OUTPUT    SECTION.
002400 FILE-CONTROL.
002500     SELECT VERSIONES-MAST ASSIGN TO "VERSIONES"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-VER-STATUS.
002800 DATA            DIVISION.
002900 FILE            SECTION.
003000 FD  VERSIONES-MAST
003100     RECORDING MODE IS F.
003200     COPY VERREG.
003300 WORKING-STORAGE SECTION.
003400*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
003500     COPY FECNEG.
003600 01  WS-VER-STATUS           PIC X(02).
003700     88  WS-VER-NO-EXISTE            VALUE "35".
003800     88  WS-VER-FIN-FICHERO          VALUE "10".
003900 01  WS-MAESTRO-CARGADO      PIC X(01) VALUE "N".
004000     88  MAESTRO-CARGADO             VALUE "S".
004100 01  WS-FECHA-CONSULTA       PIC 9(08) VALUE ZERO.
004200 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
004300 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
004400 01  WS-TABLA-ENTREGAS.
004500     05  WS-NUM-ENTREGAS     PIC 9(04) COMP VALUE ZERO.
004600     05  WS-ENT-ENTRY OCCURS 2000 TIMES.
004700         10  WS-ENT-PROGRAMA PIC X(16).
004800         10  WS-ENT-VERSION  PIC X(10).
004900         10  WS-ENT-FECHA    PIC 9(08).
005000         10  WS-ENT-TICKET   PIC X(12).
005100 LINKAGE SECTION.
005200     COPY VERSTD.
005300 PROCEDURE       DIVISION USING VRS-STD-AREA.
005400*================================================================
005500 0000-PRINCIPAL.
005600*================================================================
005700     IF NOT MAESTRO-CARGADO
005800         PERFORM 1000-CARGAR-MAESTRO THRU 1000-EXIT
005900     END-IF
006000     IF VRS-STD-FECHA = ZERO
006100         CALL "FECHANEG" USING FEC-NEG-AREA
006200         MOVE FEC-NEG-FECHA TO WS-FECHA-CONSULTA
006300     ELSE
006400         MOVE VRS-STD-FECHA TO WS-FECHA-CONSULTA
006500     END-IF
006600     MOVE 0 TO WS-IDX-HALLADO
006700     PERFORM 2000-COMPARAR-ENTREGA THRU 2000-EXIT
006800         VARYING WS-IDX FROM 1 BY 1
006900         UNTIL WS-IDX > WS-NUM-ENTREGAS
007000     IF WS-IDX-HALLADO > 0
007100         MOVE WS-ENT-VERSION(WS-IDX-HALLADO) TO VRS-STD-VERSION
007200         MOVE WS-ENT-FECHA(WS-IDX-HALLADO) TO VRS-STD-FECHA-INST
007300         MOVE WS-ENT-TICKET(WS-IDX-HALLADO) TO VRS-STD-TICKET
007400         SET VRS-STD-HALLADA TO TRUE
007500     ELSE
007600         MOVE "SIN-REG" TO VRS-STD-VERSION
007700         MOVE ZERO TO VRS-STD-FECHA-INST
007800         MOVE SPACES TO VRS-STD-TICKET
007900         SET VRS-STD-SIN-REGISTRO TO TRUE
008000     END-IF
008100     GOBACK.
008200*================================================================
008300 1000-CARGAR-MAESTRO.
008400*================================================================
008500     SET MAESTRO-CARGADO TO TRUE
008600     OPEN INPUT VERSIONES-MAST
008700     IF WS-VER-NO-EXISTE
008800         GO TO 1000-EXIT
008900     END-IF
009000     PERFORM 1100-LEER-MAESTRO THRU 1100-EXIT
009100     PERFORM 1200-CARGAR-ENTREGA THRU 1200-EXIT
009200         UNTIL WS-VER-FIN-FICHERO
009300     CLOSE VERSIONES-MAST.
009400 1000-EXIT.
009500     EXIT.
009600*================================================================
009700 1100-LEER-MAESTRO.
009800*================================================================
009900     READ VERSIONES-MAST
010000         AT END
010100             MOVE "10" TO WS-VER-STATUS
010200     END-READ.
010300 1100-EXIT.
010400     EXIT.
010500*================================================================
010600 1200-CARGAR-ENTREGA.
010700*================================================================
010800     IF VER-PROGRAMA NOT = SPACES AND VER-FECHA-INST IS NUMERIC
010900      AND WS-NUM-ENTREGAS < 2000
011000         ADD 1 TO WS-NUM-ENTREGAS
011100         MOVE VER-PROGRAMA   TO WS-ENT-PROGRAMA(WS-NUM-ENTREGAS)
011200         MOVE VER-VERSION    TO WS-ENT-VERSION(WS-NUM-ENTREGAS)
011300         MOVE VER-FECHA-INST TO WS-ENT-FECHA(WS-NUM-ENTREGAS)
011400         MOVE VER-TICKET     TO WS-ENT-TICKET(WS-NUM-ENTREGAS)
011500     END-IF
011600     PERFORM 1100-LEER-MAESTRO THRU 1100-EXIT.
011700 1200-EXIT.
011800     EXIT.
011900*================================================================
012000 2000-COMPARAR-ENTREGA.
012100*================================================================
012200     IF WS-ENT-PROGRAMA(WS-IDX) = VRS-STD-PROGRAMA
012300      AND WS-ENT-FECHA(WS-IDX) NOT > WS-FECHA-CONSULTA
012400         IF WS-IDX-HALLADO = 0
012500             MOVE WS-IDX TO WS-IDX-HALLADO
012600         ELSE
012700             IF WS-ENT-FECHA(WS-IDX) >=
012800                WS-ENT-FECHA(WS-IDX-HALLADO)
012900                 MOVE WS-IDX TO WS-IDX-HALLADO
013000             END-IF
013100         END-IF
013200     END-IF.
013300 2000-EXIT.
013400     EXIT.
013500 END PROGRAM VERSPROG.
