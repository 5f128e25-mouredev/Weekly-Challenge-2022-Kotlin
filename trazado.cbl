000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRAZADO.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. RESUELVE UN CAMPO POR NOMBRE
001300*                    (FICHERO + CAMPO) CONTRA EL MAESTRO DE
001400*                    TRAZADOS TRZMAST Y DEVUELVE SU POSICION,
001500*                    LONGITUD Y CLASE. EL MAESTRO SE CARGA EN LA
001600*                    PRIMERA LLAMADA DE LA CORRIDA; SIN MAESTRO
001700*                    TODAS LAS LLAMADAS RESPONDEN M.
001800*----------------------------------------------------------------
001900 ENVIRONMENT     DIVISION.
002000 INPUT-OUTPUT    SECTION.
002100 FILE-CONTROL.
002200     SELECT TRAZADO-MAST ASSIGN TO "TRZMAST"
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-TRZ-STATUS.
002500 DATA            DIVISION.
002600 FILE            SECTION.
002700 FD  TRAZADO-MAST
002800     RECORDING MODE IS F.
002900     COPY TRZREG.
003000 WORKING-STORAGE SECTION.
003100 01  WS-TRZ-STATUS           PIC X(02).
003200     88  WS-TRZ-NO-EXISTE            VALUE "35".
003300     88  WS-TRZ-FIN-FICHERO          VALUE "10".
003400 01  WS-ESTADO-CARGA         PIC X(01) VALUE "N".
003500     88  MAESTRO-SIN-CARGAR          VALUE "N".
003600     88  MAESTRO-CARGADO             VALUE "S".
003700     88  MAESTRO-AUSENTE             VALUE "M".
003800 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
003900 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
004000*    CAMPOS DEL MAESTRO EN MEMORIA.
004100 01  WS-TABLA-TRAZADOS.
004200     05  WS-NUM-CAMPOS       PIC 9(04) COMP VALUE ZERO.
004300     05  WS-CAM-ENTRY OCCURS 1000 TIMES.
004400         10  WS-CAM-FICHERO  PIC X(12).
004500         10  WS-CAM-CAMPO    PIC X(10).
004600         10  WS-CAM-POS      PIC 9(04).
004700         10  WS-CAM-LARGO    PIC 9(03).
004800         10  WS-CAM-CLASE    PIC X(01).
004900 LINKAGE SECTION.
005000     COPY TRZSTD REPLACING LEADING ==TRZ-STD== BY ==LK-TRZ==.
005100 PROCEDURE       DIVISION USING LK-TRZ-AREA.
005200*================================================================
005300 0000-PRINCIPAL.
005400*================================================================
005500     IF MAESTRO-SIN-CARGAR
005600         PERFORM 1000-CARGAR-MAESTRO THRU 1000-EXIT
005700     END-IF
005800     MOVE ZERO   TO LK-TRZ-POS LK-TRZ-LARGO
005900     MOVE SPACE  TO LK-TRZ-CLASE
006000     IF MAESTRO-AUSENTE
006100         MOVE "M" TO LK-TRZ-RESPUESTA
006200         GOBACK
006300     END-IF
006400     MOVE 0 TO WS-IDX-HALLADO
006500     PERFORM 2000-COMPARAR-CAMPO THRU 2000-EXIT
006600         VARYING WS-IDX FROM 1 BY 1
006700         UNTIL WS-IDX > WS-NUM-CAMPOS
006800            OR WS-IDX-HALLADO > 0
006900     IF WS-IDX-HALLADO = 0
007000         MOVE "N" TO LK-TRZ-RESPUESTA
007100     ELSE
007200         MOVE WS-CAM-POS(WS-IDX-HALLADO)   TO LK-TRZ-POS
007300         MOVE WS-CAM-LARGO(WS-IDX-HALLADO) TO LK-TRZ-LARGO
007400         MOVE WS-CAM-CLASE(WS-IDX-HALLADO) TO LK-TRZ-CLASE
007500         MOVE "P" TO LK-TRZ-RESPUESTA
007600     END-IF
007700     GOBACK.
007800*================================================================
007900 1000-CARGAR-MAESTRO.
008000*================================================================
008100     OPEN INPUT TRAZADO-MAST
008200     IF WS-TRZ-NO-EXISTE
008300         SET MAESTRO-AUSENTE TO TRUE
008400         GO TO 1000-EXIT
008500     END-IF
008600     SET MAESTRO-CARGADO TO TRUE
008700     PERFORM 1100-LEER-MAESTRO THRU 1100-EXIT
008800     PERFORM 1200-CARGAR-CAMPO THRU 1200-EXIT
008900         UNTIL WS-TRZ-FIN-FICHERO
009000     CLOSE TRAZADO-MAST.
009100 1000-EXIT.
009200     EXIT.
009300*================================================================
009400 1100-LEER-MAESTRO.
009500*================================================================
009600     READ TRAZADO-MAST
009700         AT END
009800             MOVE "10" TO WS-TRZ-STATUS
009900     END-READ.
010000 1100-EXIT.
010100     EXIT.
010200*================================================================
010300 1200-CARGAR-CAMPO.
010400*================================================================
010500     IF TRZ-FICHERO NOT = SPACES AND TRZ-CAMPO NOT = SPACES
010600      AND WS-NUM-CAMPOS < 1000
010700         ADD 1 TO WS-NUM-CAMPOS
010800         MOVE TRZ-FICHERO TO WS-CAM-FICHERO(WS-NUM-CAMPOS)
010900         MOVE TRZ-CAMPO   TO WS-CAM-CAMPO(WS-NUM-CAMPOS)
011000         MOVE TRZ-POS     TO WS-CAM-POS(WS-NUM-CAMPOS)
011100         MOVE TRZ-LARGO   TO WS-CAM-LARGO(WS-NUM-CAMPOS)
011200         MOVE TRZ-CLASE   TO WS-CAM-CLASE(WS-NUM-CAMPOS)
011300     END-IF
011400     PERFORM 1100-LEER-MAESTRO THRU 1100-EXIT.
011500 1200-EXIT.
011600     EXIT.
011700*================================================================
011800 2000-COMPARAR-CAMPO.
011900*================================================================
012000     IF WS-CAM-FICHERO(WS-IDX) = LK-TRZ-FICHERO
012100      AND WS-CAM-CAMPO(WS-IDX) = LK-TRZ-CAMPO
012200         MOVE WS-IDX TO WS-IDX-HALLADO
012300     END-IF.
012400 2000-EXIT.
012500     EXIT.
012600 END PROGRAM TRAZADO.
