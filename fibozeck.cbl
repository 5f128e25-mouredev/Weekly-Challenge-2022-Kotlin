000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBOZECK.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SERVICIO DE DESCOMPOSICION
001300*                    DE ZECKENDORF SOBRE EL MAESTRO INDEXADO
001400*                    FIBOMAST: DADO UN VALOR DE HASTA 36 DIGITOS
001500*                    (AREA ZECSTD) DEVUELVE LA UNICA SUMA DE
001600*                    TERMINOS DE FIBONACCI NO CONSECUTIVOS QUE
001700*                    LO COMPONE (INDICES Y VALORES) Y SU CODIGO
001800*                    DE FIBONACCI. LOS VALORES MAYORES QUE EL
001900*                    MAYOR TERMINO CARGADO SE RECHAZAN COMO
002000*                    FUERA DE RANGO EN LUGAR DE ADIVINAR, IGUAL
002100*                    QUE EN FIBOCONS.
002200*----------------------------------------------------------------
002300* SOLO SE USA LA SUCESION FIBONACCI CLASICA ("FIB"): LA FORMA
002400* DE ZECKENDORF NO ES UNICA EN OTRAS RECURRENCIAS. EL MAESTRO SE
002500* RECORRE HACIA ATRAS DESDE EL MAYOR TERMINO QUE NO SUPERA EL
002600* VALOR HASTA EL TERMINO 1, TOMANDO CADA TERMINO QUE CABE EN LO
002700* QUE QUEDA (VORAZ). CADA TERMINO RECORRIDO ES UN BIT DEL
002800* CODIGO; EL TERMINO 0 Y EL 1 REPETIDO NO CUENTAN (EL MAESTRO
002900* GUARDA UN SOLO REGISTRO POR VALOR).
003000*----------------------------------------------------------------
003100 ENVIRONMENT     DIVISION.
003200 INPUT-OUTPUT    SECTION.
003300 FILE-CONTROL.
003400     SELECT FIBONACCI-MAST ASSIGN TO "FIBOMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS FIM-CLAVE
003800         FILE STATUS IS WS-MAST-STATUS.
003900 DATA            DIVISION.
004000 FILE            SECTION.
004100 FD  FIBONACCI-MAST.
004200 01  FIM-REGISTRO.
004300     05  FIM-CLAVE.
004400         10  FIM-SECID       PIC X(08).
004500         10  FIM-ALTO        PIC 9(18).
004600         10  FIM-BAJO        PIC 9(18).
004700     05  FIM-INDICE          PIC 9(09).
004800 WORKING-STORAGE SECTION.
004900 01  WS-MAST-STATUS          PIC X(02).
005000 01  WS-SWITCHES.
005100     05  WS-MAESTRO-ABIERTO  PIC X(01) VALUE "N".
005200         88  MAESTRO-ABIERTO         VALUE "S".
005300     05  WS-MAESTRO-UTIL     PIC X(01) VALUE "N".
005400         88  MAESTRO-UTIL            VALUE "S".
005500     05  WS-FIN-RECORRIDO    PIC X(01) VALUE "N".
005600         88  FIN-RECORRIDO           VALUE "S".
005700 01  WS-SEC-ID               PIC X(08) VALUE "FIB".
005800*----------------------------------------------------------------
005900* RESTO POR COMPONER (DOS TRAMOS DE 18 DIGITOS) Y BITS DEL CODIGO
006000* EN EL ORDEN DEL RECORRIDO (DEL MAYOR TERMINO AL MENOR).
006100*----------------------------------------------------------------
006200 01  WS-RESTO-ALTO           PIC 9(18) VALUE ZERO.
006300 01  WS-RESTO-BAJO           PIC 9(18) VALUE ZERO.
006400 01  WS-NUM-BITS             PIC 9(03) COMP VALUE ZERO.
006500 01  WS-TABLA-BITS.
006600     05  WS-BIT OCCURS 199 TIMES PIC X(01).
006700 01  WS-IDX-BIT              PIC 9(03) COMP VALUE ZERO.
006800 01  WS-IDX-CODIGO           PIC 9(03) COMP VALUE ZERO.
006900 LINKAGE SECTION.
007000     COPY ZECSTD.
007100 PROCEDURE       DIVISION USING ZEC-STD-AREA.
007200*================================================================
007300 0000-PRINCIPAL.
007400*================================================================
007500     IF NOT MAESTRO-ABIERTO
007600         PERFORM 1000-ABRIR-MAESTRO THRU 1000-EXIT
007700     END-IF
007800     MOVE 0 TO ZEC-STD-NUM-TERMINOS ZEC-STD-LARGO-CODIGO
007900     MOVE SPACES TO ZEC-STD-CODIGO
008000     EVALUATE TRUE
008100         WHEN ZEC-STD-ALTO = 0 AND ZEC-STD-BAJO = 0
008200             MOVE "N" TO ZEC-STD-RESPUESTA
008300         WHEN NOT MAESTRO-UTIL
008400             MOVE "X" TO ZEC-STD-RESPUESTA
008500         WHEN OTHER
008600             PERFORM 2000-DESCOMPONER THRU 2000-EXIT
008700     END-EVALUATE
008800     GOBACK.
008900*================================================================
009000 1000-ABRIR-MAESTRO.
009100*================================================================
009200*    EL MAESTRO QUEDA ABIERTO TODA LA CORRIDA; SIN MAESTRO TODO
009300*    VALOR SE RESPONDE COMO FUERA DE RANGO, COMO EN FIBOCONS.
009400     SET MAESTRO-ABIERTO TO TRUE
009500     OPEN INPUT FIBONACCI-MAST
009600     IF WS-MAST-STATUS = "00"
009700         SET MAESTRO-UTIL TO TRUE
009800     END-IF.
009900 1000-EXIT.
010000     EXIT.
010100*================================================================
010200 2000-DESCOMPONER.
010300*================================================================
010400*    SE POSICIONA EN EL PRIMER TERMINO QUE NO ES MENOR QUE EL
010500*    VALOR. SI NO LO HAY, EL VALOR SUPERA AL MAYOR TERMINO
010600*    CARGADO Y NO SE RESPONDE. SI ES MAYOR QUE EL VALOR, EL
010700*    RECORRIDO EMPIEZA EN EL ANTERIOR.
010800     MOVE ZEC-STD-ALTO TO WS-RESTO-ALTO
010900     MOVE ZEC-STD-BAJO TO WS-RESTO-BAJO
011000     MOVE 0 TO WS-NUM-BITS
011100     MOVE "N" TO WS-FIN-RECORRIDO
011200     MOVE "X" TO ZEC-STD-RESPUESTA
011300     MOVE WS-SEC-ID TO FIM-SECID
011400     MOVE WS-RESTO-ALTO TO FIM-ALTO
011500     MOVE WS-RESTO-BAJO TO FIM-BAJO
011600     START FIBONACCI-MAST KEY >= FIM-CLAVE
011700         INVALID KEY
011800             GO TO 2000-EXIT
011900     END-START
012000     READ FIBONACCI-MAST NEXT
012100         AT END
012200             GO TO 2000-EXIT
012300     END-READ
012400     IF FIM-SECID NOT = WS-SEC-ID
012500         GO TO 2000-EXIT
012600     END-IF
012700     IF FIM-ALTO NOT = WS-RESTO-ALTO
012800      OR FIM-BAJO NOT = WS-RESTO-BAJO
012900         PERFORM 2200-LEER-ANTERIOR THRU 2200-EXIT
013000     END-IF
013100     PERFORM 2100-TRATAR-TERMINO THRU 2100-EXIT
013200         UNTIL FIN-RECORRIDO
013300     IF WS-RESTO-ALTO NOT = 0 OR WS-RESTO-BAJO NOT = 0
013400      OR WS-NUM-BITS = 0
013500         MOVE "E" TO ZEC-STD-RESPUESTA
013600         MOVE 0 TO ZEC-STD-NUM-TERMINOS
013700         GO TO 2000-EXIT
013800     END-IF
013900     PERFORM 2400-MONTAR-CODIGO THRU 2400-EXIT
014000     MOVE "P" TO ZEC-STD-RESPUESTA.
014100 2000-EXIT.
014200     EXIT.
014300*================================================================
014400 2100-TRATAR-TERMINO.
014500*================================================================
014600*    UN TERMINO QUE CABE EN EL RESTO SE TOMA (BIT 1) Y SE RESTA;
014700*    LOS DEMAS SON BIT 0. UN CODIGO MAS LARGO QUE EL AREA SOLO
014800*    PUEDE VENIR DE UN MAESTRO MAL CARGADO: SE DA POR INCOMPLETO.
014900     IF FIM-ALTO = 0 AND FIM-BAJO = 0
015000         GO TO 2100-SIGUIENTE
015100     END-IF
015200     IF WS-NUM-BITS >= 199
015300         MOVE 1 TO WS-RESTO-BAJO
015400         SET FIN-RECORRIDO TO TRUE
015500         GO TO 2100-EXIT
015600     END-IF
015700     ADD 1 TO WS-NUM-BITS
015800     MOVE "0" TO WS-BIT(WS-NUM-BITS)
015900     IF FIM-ALTO > WS-RESTO-ALTO
016000      OR (FIM-ALTO = WS-RESTO-ALTO AND FIM-BAJO > WS-RESTO-BAJO)
016100         GO TO 2100-SIGUIENTE
016200     END-IF
016300     MOVE "1" TO WS-BIT(WS-NUM-BITS)
016400     PERFORM 2300-RESTAR-TERMINO THRU 2300-EXIT
016500     IF ZEC-STD-NUM-TERMINOS < 90
016600         ADD 1 TO ZEC-STD-NUM-TERMINOS
016700         MOVE FIM-INDICE
016800             TO ZEC-STD-TER-INDICE(ZEC-STD-NUM-TERMINOS)
016900         MOVE FIM-ALTO TO ZEC-STD-TER-ALTO(ZEC-STD-NUM-TERMINOS)
017000         MOVE FIM-BAJO TO ZEC-STD-TER-BAJO(ZEC-STD-NUM-TERMINOS)
017100     END-IF.
017200 2100-SIGUIENTE.
017300     PERFORM 2200-LEER-ANTERIOR THRU 2200-EXIT.
017400 2100-EXIT.
017500     EXIT.
017600*================================================================
017700 2200-LEER-ANTERIOR.
017800*================================================================
017900*    EL RECORRIDO TERMINA AL SALIR DE LA SUCESION O DEL MAESTRO.
018000     READ FIBONACCI-MAST PREVIOUS
018100         AT END
018200             SET FIN-RECORRIDO TO TRUE
018300         NOT AT END
018400             IF FIM-SECID NOT = WS-SEC-ID
018500                 SET FIN-RECORRIDO TO TRUE
018600             END-IF
018700     END-READ.
018800 2200-EXIT.
018900     EXIT.
019000*================================================================
019100 2300-RESTAR-TERMINO.
019200*================================================================
019300*    RESTA EN DOS TRAMOS CON ACARREO (EL TERMINO NO SUPERA AL
019400*    RESTO, ASI QUE EL TRAMO ALTO NUNCA QUEDA NEGATIVO).
019500     IF WS-RESTO-BAJO >= FIM-BAJO
019600         SUBTRACT FIM-BAJO FROM WS-RESTO-BAJO
019700     ELSE
019800         COMPUTE WS-RESTO-BAJO =
019900             (999999999999999999 - FIM-BAJO) + WS-RESTO-BAJO + 1
020000         SUBTRACT 1 FROM WS-RESTO-ALTO
020100     END-IF
020200     SUBTRACT FIM-ALTO FROM WS-RESTO-ALTO.
020300 2300-EXIT.
020400     EXIT.
020500*================================================================
020600 2400-MONTAR-CODIGO.
020700*================================================================
020800*    EL CODIGO VA DEL TERMINO MENOR AL MAYOR (AL REVES QUE EL
020900*    RECORRIDO) Y SE CIERRA CON UN 1 DE MAS.
021000     PERFORM 2410-PONER-BIT THRU 2410-EXIT
021100         VARYING WS-IDX-CODIGO FROM 1 BY 1
021200         UNTIL WS-IDX-CODIGO > WS-NUM-BITS
021300     ADD 1 TO WS-NUM-BITS GIVING ZEC-STD-LARGO-CODIGO
021400     MOVE "1" TO ZEC-STD-CODIGO(ZEC-STD-LARGO-CODIGO:1).
021500 2400-EXIT.
021600     EXIT.
021700*================================================================
021800 2410-PONER-BIT.
021900*================================================================
022000     COMPUTE WS-IDX-BIT = WS-NUM-BITS - WS-IDX-CODIGO + 1
022100     MOVE WS-BIT(WS-IDX-BIT) TO ZEC-STD-CODIGO(WS-IDX-CODIGO:1).
022200 2410-EXIT.
022300     EXIT.
022400 END PROGRAM FIBOZECK.
