000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FACPRIM.
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
001300*                    SERVICIO FACPRIMO: LEE UN FICHERO DE
001400*                    PETICIONES (FACPRIMIN, UN NUMERO DE HASTA 18
001500*                    DIGITOS POR LINEA) Y ESCRIBE UNA RESPUESTA
001600*                    POR LINEA (FACPRIMOUT) CON LA RESPUESTA DEL
001700*                    SERVICIO (P, X O E), LOS FACTORES PRIMOS
001800*                    CON SU EXPONENTE Y, SI NO SE HA PODIDO
001900*                    FACTORIZAR DEL TODO, EL COFACTOR QUE QUEDA.
002000*----------------------------------------------------------------
002100 ENVIRONMENT     DIVISION.
002200 INPUT-OUTPUT    SECTION.
002300 FILE-CONTROL.
002400     SELECT PETICIONES-IN ASSIGN TO "FACPRIMIN"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-IN-STATUS.
002700     SELECT RESPUESTAS-OUT ASSIGN TO "FACPRIMOUT"
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900 DATA            DIVISION.
003000 FILE            SECTION.
003100 FD  PETICIONES-IN
003200     RECORDING MODE IS F.
003300 01  PET-REGISTRO.
003400     05  PET-NUMERO          PIC 9(18).
003500     05  PET-NUMERO-X REDEFINES PET-NUMERO
003600                             PIC X(18).
003700 FD  RESPUESTAS-OUT
003800     RECORDING MODE IS F.
003900 01  ANS-REGISTRO.
004000     05  ANS-NUMERO          PIC 9(18).
004100     05  FILLER              PIC X(02) VALUE SPACES.
004200     05  ANS-RESPUESTA       PIC X(01).
004300     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  ANS-COFACTOR        PIC Z(17)9.
004500     05  FILLER              PIC X(02) VALUE SPACES.
004600     05  ANS-FACTORES        PIC X(160).
004700 01  ANS-RESUMEN-REGISTRO.
004800     05  ANS-RESUMEN-ETIQUETA PIC X(30).
004900     05  ANS-RESUMEN-VALOR    PIC Z(8)9.
005000 WORKING-STORAGE SECTION.
005100 01  WS-IN-STATUS            PIC X(02).
005200     88  WS-IN-NO-EXISTE             VALUE "35".
005300     88  WS-IN-FIN-FICHERO           VALUE "10".
005400*    AREA DE LLAMADA AL SERVICIO DE FACTORIZACION.
005500     COPY FACSTD.
005600 01  WS-IDX-FACTOR           PIC 9(02) COMP VALUE ZERO.
005700 01  WS-PUNTERO              PIC 9(03) COMP VALUE ZERO.
005800 01  WS-EDIT-PRIMO           PIC Z(17)9.
005900 01  WS-EDIT-EXPONENTE       PIC Z9.
006000 01  WS-CONTADORES.
006100     05  WS-TOTAL-PETICIONES PIC 9(07) COMP VALUE ZERO.
006200     05  WS-TOTAL-COMPLETAS  PIC 9(07) COMP VALUE ZERO.
006300     05  WS-TOTAL-INCOMPLETAS PIC 9(07) COMP VALUE ZERO.
006400     05  WS-TOTAL-SIN-RESP   PIC 9(07) COMP VALUE ZERO.
006500 PROCEDURE       DIVISION.
006600*================================================================
006700 0000-MAINLINE.
006800*================================================================
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007000     PERFORM 2000-RESPONDER-PETICION THRU 2000-EXIT
007100         UNTIL WS-IN-FIN-FICHERO
007200     PERFORM 9000-TERMINATE THRU 9000-EXIT
007300     GOBACK.
007400*================================================================
007500 1000-INITIALIZE.
007600*================================================================
007700     OPEN OUTPUT RESPUESTAS-OUT
007800     MOVE SPACES TO ANS-REGISTRO ANS-RESUMEN-REGISTRO
007900     OPEN INPUT PETICIONES-IN
008000     IF WS-IN-NO-EXISTE
008100         MOVE "10" TO WS-IN-STATUS
008200     ELSE
008300         PERFORM 2100-LEER-PETICION THRU 2100-EXIT
008400     END-IF.
008500 1000-EXIT.
008600     EXIT.
008700*================================================================
008800 2000-RESPONDER-PETICION.
008900*================================================================
009000     ADD 1 TO WS-TOTAL-PETICIONES
009100     IF PET-NUMERO-X IS NUMERIC
009200         MOVE PET-NUMERO TO FAC-STD-NUMERO
009300     ELSE
009400         MOVE 0 TO FAC-STD-NUMERO
009500     END-IF
009600     CALL "FACPRIMO" USING FAC-STD-AREA
009700     MOVE SPACES TO ANS-REGISTRO
009800     MOVE FAC-STD-NUMERO TO ANS-NUMERO
009900     MOVE FAC-STD-RESPUESTA TO ANS-RESPUESTA
010000     IF FAC-STD-COFACTOR > 1
010100         MOVE FAC-STD-COFACTOR TO ANS-COFACTOR
010200     END-IF
010300     MOVE 1 TO WS-PUNTERO
010400     PERFORM 2200-EDITAR-FACTOR THRU 2200-EXIT
010500         VARYING WS-IDX-FACTOR FROM 1 BY 1
010600         UNTIL WS-IDX-FACTOR > FAC-STD-NUM-FACTORES
010700     WRITE ANS-REGISTRO
010800     EVALUATE TRUE
010900         WHEN FAC-STD-COMPLETA
011000             ADD 1 TO WS-TOTAL-COMPLETAS
011100         WHEN FAC-STD-INCOMPLETA
011200             ADD 1 TO WS-TOTAL-INCOMPLETAS
011300         WHEN OTHER
011400             ADD 1 TO WS-TOTAL-SIN-RESP
011500     END-EVALUATE
011600     PERFORM 2100-LEER-PETICION THRU 2100-EXIT.
011700 2000-EXIT.
011800     EXIT.
011900*================================================================
012000 2100-LEER-PETICION.
012100*================================================================
012200     READ PETICIONES-IN
012300         AT END
012400             MOVE "10" TO WS-IN-STATUS
012500     END-READ.
012600 2100-EXIT.
012700     EXIT.
012800*================================================================
012900 2200-EDITAR-FACTOR.
013000*================================================================
013100*    CADA FACTOR SE ESCRIBE COMO PRIMO^EXPONENTE (EL EXPONENTE 1
013200*    NO SE ESCRIBE), SEPARADOS POR " X ".
013300     IF WS-IDX-FACTOR > 1
013400         STRING " X " DELIMITED BY SIZE
013500             INTO ANS-FACTORES WITH POINTER WS-PUNTERO
013600         END-STRING
013700     END-IF
013800     MOVE FAC-STD-PRIMO(WS-IDX-FACTOR) TO WS-EDIT-PRIMO
013900     STRING FUNCTION TRIM(WS-EDIT-PRIMO) DELIMITED BY SIZE
014000         INTO ANS-FACTORES WITH POINTER WS-PUNTERO
014100     END-STRING
014200     IF FAC-STD-EXPONENTE(WS-IDX-FACTOR) > 1
014300         MOVE FAC-STD-EXPONENTE(WS-IDX-FACTOR)
014400             TO WS-EDIT-EXPONENTE
014500         STRING "^" DELIMITED BY SIZE
014600             FUNCTION TRIM(WS-EDIT-EXPONENTE) DELIMITED BY SIZE
014700             INTO ANS-FACTORES WITH POINTER WS-PUNTERO
014800         END-STRING
014900     END-IF.
015000 2200-EXIT.
015100     EXIT.
015200*================================================================
015300 9000-TERMINATE.
015400*================================================================
015500     MOVE "PETICIONES LEIDAS"        TO ANS-RESUMEN-ETIQUETA
015600     MOVE WS-TOTAL-PETICIONES        TO ANS-RESUMEN-VALOR
015700     WRITE ANS-RESUMEN-REGISTRO
015800     MOVE "FACTORIZADOS COMPLETOS"   TO ANS-RESUMEN-ETIQUETA
015900     MOVE WS-TOTAL-COMPLETAS         TO ANS-RESUMEN-VALOR
016000     WRITE ANS-RESUMEN-REGISTRO
016100     MOVE "NO FACTORIZADOS DEL TODO" TO ANS-RESUMEN-ETIQUETA
016200     MOVE WS-TOTAL-INCOMPLETAS       TO ANS-RESUMEN-VALOR
016300     WRITE ANS-RESUMEN-REGISTRO
016400     MOVE "SIN RESPUESTA"            TO ANS-RESUMEN-ETIQUETA
016500     MOVE WS-TOTAL-SIN-RESP          TO ANS-RESUMEN-VALOR
016600     WRITE ANS-RESUMEN-REGISTRO
016700     IF NOT WS-IN-NO-EXISTE
016800         CLOSE PETICIONES-IN
016900     END-IF
017000     CLOSE RESPUESTAS-OUT.
017100 9000-EXIT.
017200     EXIT.
017300 END PROGRAM FACPRIM.
