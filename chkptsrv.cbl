001900*                    LO REGRABA ENTERO EN CADA GRABACION, PARA
002000*                    QUE EL CHECKPOINT DE UN PROGRAMA NUNCA PISE
002100*                    EL DE OTRO.
002110* 2026-10-15  MNT    LA TABLA PASA DE 20 A 80 ENTRADAS: CADA TROZO
002120*                    DE PALINDROMO LLEVA SU ENTRADA Y OTRAS DOS
002130*                    CON LOS CONTADORES POR POLITICA DE VEREDICTO.
002135* 2026-10-15  MNT    EL FICHERO SE RELEE EN CADA LLAMADA, COMO EN
002140*                    CERROJO, EN VEZ DE CARGARSE UNA VEZ POR
002145*                    UNIDAD DE EJECUCION: LOS TROZOS DE PALINDROMO
002150*                    QUE CORREN A LA VEZ COMPARTEN CHECKPT Y CADA
002155*                    REGRABADO SOLO CAMBIA LA ENTRADA DEL
002160*                    LLAMANTE.
002165* 2026-10-15  MNT    LA TABLA PASA A 100 ENTRADAS: CADA TROZO DE
002170*                    PALINDROMO LLEVA UNA CUARTA CON SU CLIENTE
002175*                    ABIERTO.
002200*----------------------------------------------------------------
002300 ENVIRONMENT     DIVISION.
002400 INPUT-OUTPUT    SECTION.
004000     88  WS-CKF-NO-EXISTE            VALUE "35".
004100     88  WS-CKF-FIN-FICHERO          VALUE "10".
004200 01  WS-SWITCHES.
004500     05  WS-ENTRADA-HALLADA  PIC X(01) VALUE "N".
004600         88  ENTRADA-HALLADA         VALUE "S".
004700 01  WS-IDX-HALLADO          PIC 9(03) COMP VALUE ZERO.
004800 01  WS-TABLA-CHECKPOINTS.
004900     05  WS-NUM-ENTRADAS     PIC 9(03) COMP VALUE ZERO.
005000     05  WS-CKP-ENTRY OCCURS 100 TIMES
005100                      INDEXED BY WS-CKP-IDX.
005200         10  WS-CKP-PROGRAMA PIC X(08).
005300         10  WS-CKP-REGS     PIC 9(09).
006000*================================================================
006100 0000-PRINCIPAL.
006200*================================================================
006250*    EL FICHERO SE RELEE EN CADA LLAMADA: LOS TROZOS DE UNA
006300*    CORRIDA PARTIDA GRABAN SUS CHECKPOINTS A LA VEZ Y UNA IMAGEN
006350*    EN MEMORIA VIEJA BORRARIA AL REGRABAR LAS ENTRADAS AJENAS.
006400     PERFORM 1000-CARGAR-TABLA THRU 1000-EXIT
006600     PERFORM 2000-BUSCAR-ENTRADA THRU 2000-EXIT
006700     EVALUATE LK-CKP-FUNCION
006800         WHEN "L"
007600*================================================================
007700 1000-CARGAR-TABLA.
007800*================================================================
007820     MOVE 0 TO WS-NUM-ENTRADAS
007840     MOVE SPACES TO WS-CKF-STATUS
007900     OPEN INPUT CHECKPOINT-FILE
008000     IF WS-CKF-NO-EXISTE
008100         CONTINUE
008400         PERFORM 1200-CARGAR-ENTRADA THRU 1200-EXIT
008500             UNTIL WS-CKF-FIN-FICHERO
008600         CLOSE CHECKPOINT-FILE
008700     END-IF.
008900 1000-EXIT.
009000     EXIT.
009100*================================================================
010000*================================================================
010100 1200-CARGAR-ENTRADA.
010200*================================================================
010300     IF WS-NUM-ENTRADAS < 100
010400         ADD 1 TO WS-NUM-ENTRADAS
010500         SET WS-CKP-IDX TO WS-NUM-ENTRADAS
010600         MOVE CKF-PROGRAMA    TO WS-CKP-PROGRAMA(WS-CKP-IDX)
015000 4000-GRABAR-CHECKPOINT.
015100*================================================================
015200     IF NOT ENTRADA-HALLADA
015300         IF WS-NUM-ENTRADAS < 100
015400             ADD 1 TO WS-NUM-ENTRADAS
015500             MOVE WS-NUM-ENTRADAS TO WS-IDX-HALLADO
015600             SET WS-CKP-IDX TO WS-IDX-HALLADO
