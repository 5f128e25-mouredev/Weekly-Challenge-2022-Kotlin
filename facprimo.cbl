000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FACPRIMO.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SERVICIO DE FACTORIZACION
001300*                    SOBRE EL MAESTRO INDEXADO PRIMOMAST,
001400*                    COMPANERO DE ESPRIMO Y PRIMONAV: DIVIDE UN
001500*                    NUMERO DE HASTA 18 DIGITOS (AREA FACSTD) POR
001600*                    LOS PRIMOS GUARDADOS, DE MENOR A MAYOR, Y
001700*                    DEVUELVE LOS FACTORES CON SU EXPONENTE. UN
001800*                    COFACTOR QUE NO SE PUEDE DAR POR PRIMO CON
001900*                    LOS PRIMOS DEL MAESTRO SE DEVUELVE COMO NO
002000*                    FACTORIZADO DEL TODO (X) EN LUGAR DE
002100*                    ADIVINAR. EL MAESTRO SE ABRE EN LA PRIMERA
002200*                    LLAMADA Y QUEDA ABIERTO, COMO EN ESPRIMO.
002300*----------------------------------------------------------------
002400* EL MAESTRO GUARDA TODOS LOS PRIMOS HASTA SU FRONTERA (CLAVE 0).
002500* LA DIVISION SE DETIENE EN CUANTO EL PRIMO AL CUADRADO SUPERA
002600* AL COFACTOR: LO QUE QUEDA ES PRIMO. SI SE ACABAN LOS PRIMOS,
002700* EL COFACTOR ES PRIMO SI NO SUPERA EL CUADRADO DE LA FRONTERA;
002800* SI LO SUPERA, NO SE PUEDE SABER Y LA RESPUESTA ES X.
002900*----------------------------------------------------------------
003000 ENVIRONMENT     DIVISION.
003100 INPUT-OUTPUT    SECTION.
003200 FILE-CONTROL.
003300     SELECT PRIMO-MAST ASSIGN TO "PRIMOMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS MAST-CLAVE
003700         FILE STATUS IS WS-MAST-STATUS.
003800 DATA            DIVISION.
003900 FILE            SECTION.
004000 FD  PRIMO-MAST.
004100 01  MAST-REGISTRO.
004200     05  MAST-CLAVE          PIC 9(09).
004300     05  MAST-MAYOR          PIC 9(09).
004400 WORKING-STORAGE SECTION.
004500 01  WS-MAST-STATUS          PIC X(02).
004600 01  WS-SWITCHES.
004700     05  WS-MAESTRO-ABIERTO  PIC X(01) VALUE "N".
004800         88  MAESTRO-ABIERTO         VALUE "S".
004900     05  WS-MAESTRO-UTIL     PIC X(01) VALUE "N".
005000         88  MAESTRO-UTIL            VALUE "S".
005100     05  WS-FIN-RECORRIDO    PIC X(01) VALUE "N".
005200         88  FIN-RECORRIDO           VALUE "S".
005300     05  WS-COFACTOR-PRIMO   PIC X(01) VALUE "N".
005400         88  COFACTOR-PRIMO          VALUE "S".
005500 01  WS-FRONTERA             PIC 9(09) VALUE ZERO.
005600 01  WS-FRONTERA-CUADRADO    PIC 9(18) VALUE ZERO.
005700 01  WS-COFACTOR             PIC 9(18) VALUE ZERO.
005800 01  WS-COCIENTE             PIC 9(18) VALUE ZERO.
005900 01  WS-RESTO                PIC 9(09) VALUE ZERO.
006000 01  WS-PRIMO-CUADRADO       PIC 9(18) VALUE ZERO.
006100 01  WS-EXPONENTE            PIC 9(02) VALUE ZERO.
006200 LINKAGE SECTION.
006300     COPY FACSTD.
006400 PROCEDURE       DIVISION USING FAC-STD-AREA.
006500*================================================================
006600 0000-PRINCIPAL.
006700*================================================================
006800     IF NOT MAESTRO-ABIERTO
006900         PERFORM 1000-ABRIR-MAESTRO THRU 1000-EXIT
007000     END-IF
007100     MOVE 0 TO FAC-STD-NUM-FACTORES
007200     MOVE 1 TO FAC-STD-COFACTOR
007300     IF NOT MAESTRO-UTIL OR FAC-STD-NUMERO < 2
007400         MOVE "E" TO FAC-STD-RESPUESTA
007500         GOBACK
007600     END-IF
007700     PERFORM 2000-FACTORIZAR THRU 2000-EXIT
007800     GOBACK.
007900*================================================================
008000 1000-ABRIR-MAESTRO.
008100*================================================================
008200*    EL REGISTRO DE CONTROL (CLAVE 0) LLEVA LA FRONTERA DE LA
008300*    CRIBA EN MAST-MAYOR; SIN EL, EL MAESTRO NO SIRVE.
008400     SET MAESTRO-ABIERTO TO TRUE
008500     OPEN INPUT PRIMO-MAST
008600     IF WS-MAST-STATUS = "00"
008700         MOVE 0 TO MAST-CLAVE
008800         READ PRIMO-MAST
008900             INVALID KEY
009000                 CONTINUE
009100             NOT INVALID KEY
009200                 MOVE MAST-MAYOR TO WS-FRONTERA
009300                 IF WS-FRONTERA > 0
009400                     SET MAESTRO-UTIL TO TRUE
009500                 END-IF
009600         END-READ
009700     END-IF
009800     COMPUTE WS-FRONTERA-CUADRADO = WS-FRONTERA * WS-FRONTERA.
009900 1000-EXIT.
010000     EXIT.
010100*================================================================
010200 2000-FACTORIZAR.
010300*================================================================
010400     MOVE FAC-STD-NUMERO TO WS-COFACTOR
010500     MOVE "N" TO WS-FIN-RECORRIDO WS-COFACTOR-PRIMO
010600     MOVE 2 TO MAST-CLAVE
010700     START PRIMO-MAST KEY >= MAST-CLAVE
010800         INVALID KEY
010900             SET FIN-RECORRIDO TO TRUE
011000     END-START
011100     IF NOT FIN-RECORRIDO
011200         PERFORM 2200-LEER-PRIMO THRU 2200-EXIT
011300     END-IF
011400     PERFORM 2100-PROBAR-PRIMO THRU 2100-EXIT
011500         UNTIL FIN-RECORRIDO
011600*    LO QUE QUEDA POR ENCIMA DE 1 ES UN FACTOR PRIMO MAS SI SE
011700*    PUEDE ASEGURAR; SI NO, SE DEVUELVE COMO COFACTOR.
011800     IF WS-COFACTOR > 1
011900      AND WS-COFACTOR <= WS-FRONTERA-CUADRADO
012000         SET COFACTOR-PRIMO TO TRUE
012100     END-IF
012200     EVALUATE TRUE
012300         WHEN WS-COFACTOR = 1
012400             MOVE "P" TO FAC-STD-RESPUESTA
012500         WHEN COFACTOR-PRIMO
012600             MOVE 1 TO WS-EXPONENTE
012700             PERFORM 2300-ANOTAR-FACTOR THRU 2300-EXIT
012800             MOVE 1 TO WS-COFACTOR
012900             MOVE "P" TO FAC-STD-RESPUESTA
013000         WHEN OTHER
013100             MOVE "X" TO FAC-STD-RESPUESTA
013200     END-EVALUATE
013300     MOVE WS-COFACTOR TO FAC-STD-COFACTOR.
013400 2000-EXIT.
013500     EXIT.
013600*================================================================
013700 2100-PROBAR-PRIMO.
013800*================================================================
013900*    CON EL PRIMO AL CUADRADO POR ENCIMA DEL COFACTOR YA NO HAY
014000*    MAS DIVISORES QUE PROBAR: EL COFACTOR (SI NO ES 1) ES PRIMO.
014100     COMPUTE WS-PRIMO-CUADRADO = MAST-CLAVE * MAST-CLAVE
014200     IF WS-PRIMO-CUADRADO > WS-COFACTOR
014300         IF WS-COFACTOR > 1
014400             SET COFACTOR-PRIMO TO TRUE
014500         END-IF
014600         SET FIN-RECORRIDO TO TRUE
014700         GO TO 2100-EXIT
014800     END-IF
014900     MOVE 0 TO WS-EXPONENTE
015000     DIVIDE WS-COFACTOR BY MAST-CLAVE
015100         GIVING WS-COCIENTE REMAINDER WS-RESTO
015200     PERFORM 2110-EXTRAER-FACTOR THRU 2110-EXIT
015300         UNTIL WS-RESTO NOT = 0
015400     IF WS-EXPONENTE > 0
015500         PERFORM 2300-ANOTAR-FACTOR THRU 2300-EXIT
015600     END-IF
015700     PERFORM 2200-LEER-PRIMO THRU 2200-EXIT.
015800 2100-EXIT.
015900     EXIT.
016000*================================================================
016100 2110-EXTRAER-FACTOR.
016200*================================================================
016300     MOVE WS-COCIENTE TO WS-COFACTOR
016400     ADD 1 TO WS-EXPONENTE
016500     DIVIDE WS-COFACTOR BY MAST-CLAVE
016600         GIVING WS-COCIENTE REMAINDER WS-RESTO.
016700 2110-EXIT.
016800     EXIT.
016900*================================================================
017000 2200-LEER-PRIMO.
017100*================================================================
017200     READ PRIMO-MAST NEXT
017300         AT END
017400             SET FIN-RECORRIDO TO TRUE
017500     END-READ.
017600 2200-EXIT.
017700     EXIT.
017800*================================================================
017900 2300-ANOTAR-FACTOR.
018000*================================================================
018100*    UN NUMERO DE 18 DIGITOS NO TIENE MAS DE 15 PRIMOS DISTINTOS;
018200*    LA TABLA DE 20 NO SE LLENA.
018300     IF FAC-STD-NUM-FACTORES >= 20
018400         GO TO 2300-EXIT
018500     END-IF
018600     ADD 1 TO FAC-STD-NUM-FACTORES
018700     MOVE WS-EXPONENTE TO FAC-STD-EXPONENTE(FAC-STD-NUM-FACTORES)
018800     IF COFACTOR-PRIMO
018900         MOVE WS-COFACTOR TO FAC-STD-PRIMO(FAC-STD-NUM-FACTORES)
019000     ELSE
019100         MOVE MAST-CLAVE TO FAC-STD-PRIMO(FAC-STD-NUM-FACTORES)
019200     END-IF.
019300 2300-EXIT.
019400     EXIT.
019500 END PROGRAM FACPRIMO.
