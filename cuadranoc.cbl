002660*                    QUE VENGAN SE CRUZAN CON SOLO ANADIR SU
002670*                    LINEA. SIN TARJETA SE CRUZAN PRIMESOUT Y
002680*                    PRIMESUNI, COMO HASTA AHORA.
002685* 2026-10-15  MNT    EL REGISTRO DE METRICAS SE DECLARA CON LA
002690*                    VERSION DEL PROGRAMA QUE AHORA LLEVA AL
002695*                    FINAL.
002696* 2026-10-15  MNT    LAS CORRIDAS INTRADIA (9001-9999) SE SUMAN EN
002697*                    UNA LINEA PROPIA POR PROGRAMA MARCADA
002698*                    INTRADIA: NI PISAN LA METRICA DE LA NOCHE NI
002699*                    CUENTAN EN EL CRUCE DE TRAILERS.
002700*----------------------------------------------------------------
002800 ENVIRONMENT     DIVISION.
002900 INPUT-OUTPUT    SECTION.
004700     05  MET-REG-PROGRAMA    PIC X(08).
004800     05  MET-REG-FECHA       PIC 9(08).
004900     05  MET-REG-CORRIDA     PIC 9(04).
004950         88  MET-CORRIDA-INTRADIA    VALUE 9001 THRU 9999.
005000     05  MET-REG-LEIDOS      PIC 9(09).
005100     05  MET-REG-ESCRITOS    PIC 9(09).
005200     05  MET-REG-RECHAZADOS  PIC 9(09).
005300     05  MET-REG-DURACION    PIC 9(09).
005400     05  MET-REG-REGS-SEG    PIC 9(09).
005410     05  MET-REG-VERSION     PIC X(10).
005500 FD  BALANCE-LISTA
005600     RECORDING MODE IS F.
005700 01  LIS-REGISTRO.
007300     05  RPT-FUGA            PIC -(8)9.
007400     05  FILLER              PIC X(02) VALUE SPACES.
007500     05  RPT-MARCA           PIC X(12).
007510     05  FILLER              PIC X(02) VALUE SPACES.
007520     05  RPT-TIPO            PIC X(08).
007600 01  RPT-RESUMEN-REGISTRO.
007700     05  RPT-RESUMEN-ETIQUETA PIC X(30).
007800     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
009100     05  WS-HAY-FUGA         PIC X(01) VALUE "N".
009200         88  HAY-FUGA                VALUE "S".
009300*----------------------------------------------------------------
009400* ULTIMA METRICA DE CADA PROGRAMA PARA LA FECHA DE NEGOCIO; LAS
009410* CORRIDAS INTRADIA DEL PROGRAMA SE ACUMULAN EN OTRA ENTRADA.
009500*----------------------------------------------------------------
009600 01  WS-TABLA-PROGRAMAS.
009700     05  WS-NUM-PROGRAMAS    PIC 9(02) COMP VALUE ZERO.
010000         10  WS-PROG-LEIDOS  PIC 9(09).
010100         10  WS-PROG-ESCRITOS PIC 9(09).
010200         10  WS-PROG-RECHAZADOS PIC 9(09).
010210         10  WS-PROG-INTRADIA PIC X(01).
010300 01  WS-IDX                  PIC 9(02) COMP VALUE ZERO.
010400 01  WS-IDX-HALLADO          PIC 9(02) COMP VALUE ZERO.
010410 01  WS-TIPO-BUSCADO         PIC X(01) VALUE "N".
010500 01  WS-FUGA                 PIC S9(09) VALUE ZERO.
010600 01  WS-TRAILER-REGS         PIC 9(09) VALUE ZERO.
010700 01  WS-TRAILER-VISTO        PIC X(01) VALUE "N".
010800 01  WS-CONTADORES.
010900     05  WS-TOTAL-PROGRAMAS  PIC 9(02) COMP VALUE ZERO.
011000     05  WS-TOTAL-FUGAS      PIC 9(02) COMP VALUE ZERO.
011010     05  WS-TOTAL-INTRADIA   PIC 9(02) COMP VALUE ZERO.
011100 PROCEDURE       DIVISION.
011200*================================================================
011300 0000-MAINLINE.
014600 2000-ANOTAR-METRICA.
014700*================================================================
014800*    SOLO CUENTAN LAS METRICAS DE LA FECHA DE NEGOCIO; LA
014900*    ULTIMA DE CADA PROGRAMA ES LA CORRIDA QUE VALE. LAS
014910*    CORRIDAS INTRADIA SON LOTES DISTINTOS Y SE SUMAN TODAS.
015000     IF MET-REG-FECHA NOT = FEC-NEG-FECHA
015100         GO TO 2000-SIGUIENTE
015200     END-IF
015210     IF MET-CORRIDA-INTRADIA
015220         MOVE "S" TO WS-TIPO-BUSCADO
015230     ELSE
015240         MOVE "N" TO WS-TIPO-BUSCADO
015250     END-IF
015300     MOVE 0 TO WS-IDX-HALLADO
015400     PERFORM VARYING WS-IDX FROM 1 BY 1
015500             UNTIL WS-IDX > WS-NUM-PROGRAMAS
015600                OR WS-IDX-HALLADO > 0
015700         IF WS-PROG-NOMBRE(WS-IDX) = MET-REG-PROGRAMA
015750          AND WS-PROG-INTRADIA(WS-IDX) = WS-TIPO-BUSCADO
015800             MOVE WS-IDX TO WS-IDX-HALLADO
015900         END-IF
016000     END-PERFORM
016300         MOVE WS-NUM-PROGRAMAS TO WS-IDX-HALLADO
016400         MOVE MET-REG-PROGRAMA
016500             TO WS-PROG-NOMBRE(WS-IDX-HALLADO)
016510         MOVE WS-TIPO-BUSCADO
016520             TO WS-PROG-INTRADIA(WS-IDX-HALLADO)
016530         MOVE 0 TO WS-PROG-LEIDOS(WS-IDX-HALLADO)
016540                   WS-PROG-ESCRITOS(WS-IDX-HALLADO)
016550                   WS-PROG-RECHAZADOS(WS-IDX-HALLADO)
016600     END-IF
016610     IF WS-IDX-HALLADO > 0 AND MET-CORRIDA-INTRADIA
016620         ADD MET-REG-LEIDOS
016630             TO WS-PROG-LEIDOS(WS-IDX-HALLADO)
016640         ADD MET-REG-ESCRITOS
016650             TO WS-PROG-ESCRITOS(WS-IDX-HALLADO)
016660         ADD MET-REG-RECHAZADOS
016670             TO WS-PROG-RECHAZADOS(WS-IDX-HALLADO)
016680         GO TO 2000-SIGUIENTE
016690     END-IF
016700     IF WS-IDX-HALLADO > 0
016800         MOVE MET-REG-LEIDOS
016900             TO WS-PROG-LEIDOS(WS-IDX-HALLADO)
019400     MOVE WS-PROG-LEIDOS(WS-IDX) TO RPT-LEIDOS
019500     MOVE WS-PROG-ESCRITOS(WS-IDX) TO RPT-ESCRITOS
019600     MOVE WS-PROG-RECHAZADOS(WS-IDX) TO RPT-RECHAZADOS
019610     IF WS-PROG-INTRADIA(WS-IDX) = "S"
019620         MOVE "INTRADIA" TO RPT-TIPO
019630         ADD 1 TO WS-TOTAL-INTRADIA
019640     END-IF
019700     IF WS-PROG-LEIDOS(WS-IDX) = 0
019800         MOVE 0 TO RPT-FUGA
019900         MOVE "GENERADOR" TO RPT-MARCA
028800*================================================================
028900*    EL EMISOR DEL TRAILER (CTL-PROGRAMA) SE BUSCA ENTRE LAS
029000*    METRICAS DE LA NOCHE; SI AMBOS EXISTEN, DEBEN DECIR EL
029100*    MISMO TOTAL DE REGISTROS ESCRITOS. EL TRAILER ES DEL
029150*    FICHERO DE LA NOCHE: SOLO SE CRUZA CON LA METRICA NOCTURNA.
029200     MOVE 0 TO WS-IDX-HALLADO
029300     PERFORM VARYING WS-IDX FROM 1 BY 1
029400             UNTIL WS-IDX > WS-NUM-PROGRAMAS
029500                OR WS-IDX-HALLADO > 0
029600         IF WS-PROG-NOMBRE(WS-IDX) = CTL-PROGRAMA
029650          AND WS-PROG-INTRADIA(WS-IDX) = "N"
029700             MOVE WS-IDX TO WS-IDX-HALLADO
029800         END-IF
029900     END-PERFORM
032300     MOVE "FUGAS DETECTADAS"         TO RPT-RESUMEN-ETIQUETA
032400     MOVE WS-TOTAL-FUGAS             TO RPT-RESUMEN-VALOR
032500     WRITE RPT-RESUMEN-REGISTRO
032510     MOVE "LINEAS DE CORRIDAS INTRADIA" TO RPT-RESUMEN-ETIQUETA
032520     MOVE WS-TOTAL-INTRADIA          TO RPT-RESUMEN-VALOR
032530     WRITE RPT-RESUMEN-REGISTRO
032600     IF HAY-FUGA
032700         MOVE "RESULTADO: LA CADENA PIERDE REGISTROS"
032800             TO RPT-LINEA
