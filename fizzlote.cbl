000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIZZLOTE.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CONDUCTOR DE LOTE DEL
001300*                    SERVICIO FIZZSRV: LEE UN FICHERO DE
001400*                    PETICIONES (FIZZIN: NUMERO Y FECHA DE
001500*                    EFECTO, EN BLANCO O A CERO LA FECHA DE
001600*                    NEGOCIO) Y ESCRIBE UNA RESPUESTA POR LINEA
001700*                    (FIZZOUT) CON EL TEXTO, LA RESPUESTA DEL
001800*                    SERVICIO (P, N, T O E) Y LOS DIVISORES DE
001900*                    LAS REGLAS QUE SE DISPARARON.
002000*----------------------------------------------------------------
002100 ENVIRONMENT     DIVISION.
002200 INPUT-OUTPUT    SECTION.
002300 FILE-CONTROL.
002400     SELECT PETICIONES-IN ASSIGN TO "FIZZIN"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-IN-STATUS.
002700     SELECT RESPUESTAS-OUT ASSIGN TO "FIZZOUT"
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900 DATA            DIVISION.
003000 FILE            SECTION.
003100 FD  PETICIONES-IN
003200     RECORDING MODE IS F.
003300 01  PET-REGISTRO.
003400     05  PET-NUMERO          PIC 9(09).
003500     05  PET-NUMERO-X REDEFINES PET-NUMERO
003600                             PIC X(09).
003700     05  PET-FECHA           PIC 9(08).
003800     05  PET-FECHA-X REDEFINES PET-FECHA
003900                             PIC X(08).
004000 FD  RESPUESTAS-OUT
004100     RECORDING MODE IS F.
004200 01  ANS-REGISTRO.
004300     05  ANS-NUMERO          PIC 9(09).
004400     05  FILLER              PIC X(02) VALUE SPACES.
004500     05  ANS-FECHA           PIC 9(08).
004600     05  FILLER              PIC X(02) VALUE SPACES.
004700     05  ANS-RESPUESTA       PIC X(01).
004800     05  FILLER              PIC X(02) VALUE SPACES.
004900     05  ANS-TEXTO           PIC X(80).
005000     05  FILLER              PIC X(02) VALUE SPACES.
005100     05  ANS-DIVISORES.
005200         10  ANS-DIVISOR OCCURS 10 TIMES
005300                             PIC Z(5)9.
005400 01  ANS-RESUMEN-REGISTRO.
005500     05  ANS-RESUMEN-ETIQUETA PIC X(30).
005600     05  ANS-RESUMEN-VALOR    PIC Z(8)9.
005700 WORKING-STORAGE SECTION.
005800 01  WS-IN-STATUS            PIC X(02).
005900     88  WS-IN-NO-EXISTE             VALUE "35".
006000     88  WS-IN-FIN-FICHERO           VALUE "10".
006100*    AREA DE LLAMADA AL SERVICIO DE PALABRA POR NUMERO.
006200     COPY FIZSTD.
006300 01  WS-IDX-REGLA            PIC 9(02) COMP VALUE ZERO.
006400 01  WS-CONTADORES.
006500     05  WS-TOTAL-PETICIONES PIC 9(07) COMP VALUE ZERO.
006600     05  WS-TOTAL-PALABRA    PIC 9(07) COMP VALUE ZERO.
006700     05  WS-TOTAL-NUMERO     PIC 9(07) COMP VALUE ZERO.
006800     05  WS-TOTAL-TRUNCADAS  PIC 9(07) COMP VALUE ZERO.
006900     05  WS-TOTAL-ERRONEAS   PIC 9(07) COMP VALUE ZERO.
007000 PROCEDURE       DIVISION.
007100*================================================================
007200 0000-MAINLINE.
007300*================================================================
007400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007500     PERFORM 2000-RESPONDER-PETICION THRU 2000-EXIT
007600         UNTIL WS-IN-FIN-FICHERO
007700     PERFORM 9000-TERMINATE THRU 9000-EXIT
007800     GOBACK.
007900*================================================================
008000 1000-INITIALIZE.
008100*================================================================
008200     OPEN OUTPUT RESPUESTAS-OUT
008300     MOVE SPACES TO ANS-REGISTRO ANS-RESUMEN-REGISTRO
008400     OPEN INPUT PETICIONES-IN
008500     IF WS-IN-NO-EXISTE
008600         MOVE "10" TO WS-IN-STATUS
008700     ELSE
008800         PERFORM 2100-LEER-PETICION THRU 2100-EXIT
008900     END-IF.
009000 1000-EXIT.
009100     EXIT.
009200*================================================================
009300 2000-RESPONDER-PETICION.
009400*================================================================
009500     ADD 1 TO WS-TOTAL-PETICIONES
009600     MOVE SPACES TO ANS-REGISTRO
009700*    UN NUMERO NO NUMERICO NO SE PREGUNTA AL SERVICIO: SE
009800*    DEVUELVE LA LINEA CON RESPUESTA E.
009900     IF PET-NUMERO-X IS NOT NUMERIC
010000         ADD 1 TO WS-TOTAL-ERRONEAS
010100         MOVE 0 TO ANS-NUMERO ANS-FECHA
010200         MOVE "E" TO ANS-RESPUESTA
010300         MOVE PET-NUMERO-X TO ANS-TEXTO
010400         WRITE ANS-REGISTRO
010500         GO TO 2000-LEER-SIGUIENTE
010600     END-IF
010700     MOVE PET-NUMERO TO FIZ-STD-NUMERO
010800     IF PET-FECHA-X IS NUMERIC
010900         MOVE PET-FECHA TO FIZ-STD-FECHA
011000     ELSE
011100         MOVE 0 TO FIZ-STD-FECHA
011200     END-IF
011300     CALL "FIZZSRV" USING FIZ-STD-AREA
011400     MOVE FIZ-STD-NUMERO TO ANS-NUMERO
011500     MOVE FIZ-STD-FECHA TO ANS-FECHA
011600     MOVE FIZ-STD-RESPUESTA TO ANS-RESPUESTA
011700     MOVE FIZ-STD-TEXTO TO ANS-TEXTO
011800     PERFORM 2200-PONER-DIVISOR THRU 2200-EXIT
011900         VARYING WS-IDX-REGLA FROM 1 BY 1
012000         UNTIL WS-IDX-REGLA > FIZ-STD-NUM-REGLAS
012100     WRITE ANS-REGISTRO
012200     EVALUATE TRUE
012300         WHEN FIZ-STD-PALABRA
012400             ADD 1 TO WS-TOTAL-PALABRA
012500         WHEN FIZ-STD-TRUNCADA
012600             ADD 1 TO WS-TOTAL-TRUNCADAS
012700         WHEN OTHER
012800             ADD 1 TO WS-TOTAL-NUMERO
012900     END-EVALUATE.
013000 2000-LEER-SIGUIENTE.
013100     PERFORM 2100-LEER-PETICION THRU 2100-EXIT.
013200 2000-EXIT.
013300     EXIT.
013400*================================================================
013500 2100-LEER-PETICION.
013600*================================================================
013700     READ PETICIONES-IN
013800         AT END
013900             MOVE "10" TO WS-IN-STATUS
014000     END-READ.
014100 2100-EXIT.
014200     EXIT.
014300*================================================================
014400 2200-PONER-DIVISOR.
014500*================================================================
014600     MOVE FIZ-STD-REG-DIVISOR(WS-IDX-REGLA)
014700         TO ANS-DIVISOR(WS-IDX-REGLA).
014800 2200-EXIT.
014900     EXIT.
015000*================================================================
015100 9000-TERMINATE.
015200*================================================================
015300     MOVE "PETICIONES LEIDAS"        TO ANS-RESUMEN-ETIQUETA
015400     MOVE WS-TOTAL-PETICIONES        TO ANS-RESUMEN-VALOR
015500     WRITE ANS-RESUMEN-REGISTRO
015600     MOVE "RESPONDIDAS CON PALABRA"  TO ANS-RESUMEN-ETIQUETA
015700     MOVE WS-TOTAL-PALABRA           TO ANS-RESUMEN-VALOR
015800     WRITE ANS-RESUMEN-REGISTRO
015900     MOVE "RESPONDIDAS CON EL NUMERO" TO ANS-RESUMEN-ETIQUETA
016000     MOVE WS-TOTAL-NUMERO            TO ANS-RESUMEN-VALOR
016100     WRITE ANS-RESUMEN-REGISTRO
016200     MOVE "PALABRAS TRUNCADAS"       TO ANS-RESUMEN-ETIQUETA
016300     MOVE WS-TOTAL-TRUNCADAS         TO ANS-RESUMEN-VALOR
016400     WRITE ANS-RESUMEN-REGISTRO
016500     MOVE "PETICIONES ERRONEAS"      TO ANS-RESUMEN-ETIQUETA
016600     MOVE WS-TOTAL-ERRONEAS          TO ANS-RESUMEN-VALOR
016700     WRITE ANS-RESUMEN-REGISTRO
016800     IF NOT WS-IN-NO-EXISTE
016900         CLOSE PETICIONES-IN
017000     END-IF
017100     CLOSE RESPUESTAS-OUT.
017200 9000-EXIT.
017300     EXIT.
017400 END PROGRAM FIZZLOTE.
