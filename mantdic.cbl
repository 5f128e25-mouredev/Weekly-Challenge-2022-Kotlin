002200*                    APLICADA, PENDIENTE O RECHAZADA CON SU
002300*                    MOTIVO, Y EL MAESTRO SE REGRABA ENTERO,
002400*                    COMO HACE MANTDIV CON DIVMAST.
002410* 2026-10-15  MNT    PROPUESTAS DE LA COSECHA (DICPROP): LAS
002420*                    TARJETAS DICAPRO (A APROBAR, R DESCARTAR,
002430*                    PALABRA) DE UN OPERADOR CON PERMISO MANTDIC
002440*                    DECIDEN LAS PENDIENTES Y DEJAN SU ID Y LA
002450*                    FECHA EN LA PROPUESTA Y EN LA AUDITORIA. SOLO
002460*                    LAS APROBADAS SE DAN DE ALTA, CON LAS MISMAS
002470*                    VALIDACIONES QUE UNA ALTA DICTRAN; LAS
002480*                    PENDIENTES NO SE TOCAN. LA BUSQUEDA Y EL
002490*                    ALTA TRABAJAN SOBRE WS-PALABRA-BUSCADA.
002491* 2026-10-15  MNT    DIARIO COMUN DE CAMBIOS (MODULO REGCAMB):
002492*                    CADA PALABRA SE PASA AL LEER Y AL REGRABAR EL
002493*                    MAESTRO; LAS ALTAS Y BAJAS, DE DICTRAN O DE
002494*                    PROPUESTAS APROBADAS, QUEDAN EN CAMBLOG CON
002495*                    SU LOTE, QUE SALE EN EL RESUMEN.
002500*----------------------------------------------------------------
002600 ENVIRONMENT     DIVISION.
002700 INPUT-OUTPUT    SECTION.
003400         FILE STATUS IS WS-TRAN-STATUS.
003500     SELECT MANTENIMIENTO-RPT ASSIGN TO "MANTCRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003610     SELECT PROPUESTAS ASSIGN TO "DICPROP"
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS WS-PRO-STATUS.
003640     SELECT APROBACIONES ASSIGN TO "DICAPRO"
003650         ORGANIZATION IS LINE SEQUENTIAL
003660         FILE STATUS IS WS-APR-STATUS.
003700 DATA            DIVISION.
003800 FILE            SECTION.
003900 FD  DICCIONARIO
004500     05  TRAN-ACCION         PIC X(01).
004600     05  TRAN-PALABRA        PIC X(100).
004700     05  TRAN-DESDE          PIC 9(08).
004710 FD  PROPUESTAS
004720     RECORDING MODE IS F.
004730     COPY DICPROP.
004740 FD  APROBACIONES
004750     RECORDING MODE IS F.
004760 01  APR-REGISTRO.
004770*        A = APROBAR LA PROPUESTA, R = DESCARTARLA.
004780     05  APR-DECISION        PIC X(01).
004790     05  APR-PALABRA         PIC X(100).
004800 FD  MANTENIMIENTO-RPT
004900     RECORDING MODE IS F.
005000 01  RPT-REGISTRO.
006300 WORKING-STORAGE SECTION.
006400*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
006500     COPY FECNEG.
006510*    AREA DE LLAMADA AL MODULO DE SEGURIDAD DE OPERADORES.
006520     COPY OPSSTD.
006530*    REGISTRO DE AUDITORIA ESTANDAR (MODULO AUDITORIA).
006540     COPY AUDREG.
006550*    PROPUESTA EN CURSO, CON EL TRAZADO DE DICPROP.
006560     COPY DICPROP REPLACING LEADING ==PRO-== BY ==WS-PRO-==.
006570*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
006580     COPY CAMSTD.
006600 01  WS-DIC-STATUS           PIC X(02).
006700     88  WS-DIC-NO-EXISTE            VALUE "35".
006800     88  WS-DIC-FIN-FICHERO          VALUE "10".
006900 01  WS-TRAN-STATUS          PIC X(02).
007000     88  WS-TRAN-NO-EXISTE           VALUE "35".
007100     88  WS-TRAN-FIN-FICHERO         VALUE "10".
007110 01  WS-PRO-STATUS           PIC X(02).
007120     88  WS-PRO-NO-EXISTE            VALUE "35".
007130     88  WS-PRO-FIN-FICHERO          VALUE "10".
007140 01  WS-APR-STATUS           PIC X(02).
007150     88  WS-APR-NO-EXISTE            VALUE "35".
007160     88  WS-APR-FIN-FICHERO          VALUE "10".
007170 01  WS-OPERADOR-VALIDO      PIC X(01) VALUE "N".
007180     88  OPERADOR-VALIDO             VALUE "S".
007200 01  WS-SWITCHES.
007300     05  WS-TRAN-MALA        PIC X(01) VALUE "N".
007400         88  TRAN-MALA               VALUE "S".
007500     05  WS-TRAN-PENDIENTE   PIC X(01) VALUE "N".
007600         88  TRAN-PENDIENTE          VALUE "S".
007610     05  WS-PRO-DESBORDADO   PIC X(01) VALUE "N".
007620         88  PROPUESTAS-DESBORDADAS  VALUE "S".
007700 01  WS-MOTIVO               PIC X(30).
007710*    PALABRA QUE BUSCAN 2200 Y DA DE ALTA 2300 (DE DICTRAN O DE
007720*    UNA PROPUESTA APROBADA).
007730 01  WS-PALABRA-BUSCADA      PIC X(100).
007800 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
007900 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
008000 01  WS-TABLA-PALABRAS.
008300                      INDEXED BY WS-PAL-IDX.
008400         10  WS-PAL-PALABRA  PIC X(100).
008500         10  WS-PAL-BORRADA  PIC X(01).
008510*    PROPUESTAS (DICPROP) EN MEMORIA; SE REGRABAN ENTERAS.
008520 01  WS-TABLA-PROPUESTAS.
008530     05  WS-NUM-PROPUESTAS   PIC 9(04) COMP VALUE ZERO.
008540     05  WS-PRP-ENTRY OCCURS 2000 TIMES.
008550         10  WS-PRP-PALABRA  PIC X(100).
008560         10  WS-PRP-REGISTRO PIC X(152).
008570 01  WS-IDX-PRP              PIC 9(04) COMP VALUE ZERO.
008600 01  WS-CONTADORES.
008700     05  WS-TOTAL-TRANS      PIC 9(05) COMP VALUE ZERO.
008800     05  WS-TOTAL-APLICADAS  PIC 9(05) COMP VALUE ZERO.
008900     05  WS-TOTAL-PENDIENTES PIC 9(05) COMP VALUE ZERO.
009000     05  WS-TOTAL-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
009100     05  WS-TOTAL-EN-MAESTRO PIC 9(05) COMP VALUE ZERO.
009110     05  WS-TOTAL-DECISIONES PIC 9(05) COMP VALUE ZERO.
009120     05  WS-TOTAL-APROBADAS  PIC 9(05) COMP VALUE ZERO.
009130     05  WS-TOTAL-DESCARTADAS PIC 9(05) COMP VALUE ZERO.
009140     05  WS-TOTAL-ERRONEAS   PIC 9(05) COMP VALUE ZERO.
009150     05  WS-TOTAL-PRO-APLICADAS PIC 9(05) COMP VALUE ZERO.
009160     05  WS-TOTAL-PRO-SIN-APLICAR PIC 9(05) COMP VALUE ZERO.
009200 PROCEDURE       DIVISION.
009300*================================================================
009400 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009700     PERFORM 2000-APLICAR-TRANSACCION THRU 2000-EXIT
009800         UNTIL WS-TRAN-FIN-FICHERO
009810     PERFORM 5000-TRATAR-PROPUESTAS THRU 5000-EXIT
009900     PERFORM 4000-REGRABAR-MAESTRO THRU 4000-EXIT
010000     PERFORM 9000-TERMINATE THRU 9000-EXIT
010100     GOBACK.
010400*================================================================
010500     OPEN OUTPUT MANTENIMIENTO-RPT
010600     MOVE SPACES TO RPT-REGISTRO
010610     MOVE SPACES TO CAM-STD-AREA
010620     MOVE ZERO TO CAM-STD-LOTE CAM-STD-CAMBIOS
010700     CALL "FECHANEG" USING FEC-NEG-AREA
010800     PERFORM 1100-CARGAR-MAESTRO THRU 1100-EXIT
010900     OPEN INPUT DICCION-TRAN
014500         SET WS-PAL-IDX TO WS-NUM-PALABRAS
014600         MOVE DIC-REGISTRO TO WS-PAL-PALABRA(WS-PAL-IDX)
014700         MOVE "N" TO WS-PAL-BORRADA(WS-PAL-IDX)
014710         MOVE "O" TO CAM-STD-FUNCION
014720         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
014800     END-IF
014900     PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT.
015000 1120-EXIT.
016200         SET TRAN-PENDIENTE TO TRUE
016300         MOVE "EFECTO FUTURO" TO WS-MOTIVO
016400     ELSE
016410         MOVE TRAN-PALABRA TO WS-PALABRA-BUSCADA
016500         PERFORM 2200-BUSCAR-PALABRA THRU 2200-EXIT
016600         EVALUATE TRAN-ACCION
016700             WHEN "A"
019300     PERFORM VARYING WS-IDX FROM 1 BY 1
019400             UNTIL WS-IDX > WS-NUM-PALABRAS
019500                OR WS-IDX-HALLADO > 0
019600         IF WS-PAL-PALABRA(WS-IDX) = WS-PALABRA-BUSCADA
019700          AND WS-PAL-BORRADA(WS-IDX) = "N"
019800             MOVE WS-IDX TO WS-IDX-HALLADO
019900         END-IF
020400 2300-ALTA.
020500*================================================================
020600     EVALUATE TRUE
020700         WHEN WS-PALABRA-BUSCADA = SPACES
020800             MOVE "PALABRA EN BLANCO" TO WS-MOTIVO
020900             SET TRAN-MALA TO TRUE
021000         WHEN WS-IDX-HALLADO > 0
021600         WHEN OTHER
021700             ADD 1 TO WS-NUM-PALABRAS
021800             SET WS-PAL-IDX TO WS-NUM-PALABRAS
021900             MOVE WS-PALABRA-BUSCADA
021910                     TO WS-PAL-PALABRA(WS-PAL-IDX)
022000             MOVE "N" TO WS-PAL-BORRADA(WS-PAL-IDX)
022100     END-EVALUATE.
022200 2300-EXIT.
026000     PERFORM 4100-GRABAR-PALABRA THRU 4100-EXIT
026100         VARYING WS-PAL-IDX FROM 1 BY 1
026200         UNTIL WS-PAL-IDX > WS-NUM-PALABRAS
026300     CLOSE DICCIONARIO
026310     MOVE "C" TO CAM-STD-FUNCION
026320     CALL "REGCAMB" USING CAM-STD-AREA.
026400 4000-EXIT.
026500     EXIT.
026600*================================================================
027000         MOVE WS-PAL-PALABRA(WS-PAL-IDX) TO DIC-REGISTRO
027100         WRITE DIC-REGISTRO
027200         ADD 1 TO WS-TOTAL-EN-MAESTRO
027210         MOVE "F" TO CAM-STD-FUNCION
027220         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
027300     END-IF.
027400 4100-EXIT.
027500     EXIT.
027501*================================================================
027502 5000-TRATAR-PROPUESTAS.
027503*================================================================
027504*    LAS DECISIONES DE DICAPRO SE ANOTAN PRIMERO; DESPUES SE DAN
027505*    DE ALTA TODAS LAS PROPUESTAS APROBADAS, TAMBIEN LAS QUE UNA
027506*    CORRIDA ANTERIOR NO PUDO APLICAR (MAESTRO LLENO).
027507     PERFORM 5100-CARGAR-PROPUESTAS THRU 5100-EXIT
027508     OPEN INPUT APROBACIONES
027509     IF NOT WS-APR-NO-EXISTE
027510         MOVE SPACES TO RPT-REGISTRO
027511         WRITE RPT-REGISTRO
027512         MOVE "DECISIONES SOBRE PROPUESTAS (DICAPRO)"
027513             TO RPT-REGISTRO
027514         WRITE RPT-REGISTRO
027515         PERFORM 5200-COMPROBAR-OPERADOR THRU 5200-EXIT
027516         PERFORM 5300-LEER-APROBACION THRU 5300-EXIT
027517         PERFORM 5400-DECIDIR-PROPUESTA THRU 5400-EXIT
027518             UNTIL WS-APR-FIN-FICHERO
027519         CLOSE APROBACIONES
027520     END-IF
027521     PERFORM 5600-APLICAR-APROBADA THRU 5600-EXIT
027522         VARYING WS-IDX-PRP FROM 1 BY 1
027523         UNTIL WS-IDX-PRP > WS-NUM-PROPUESTAS
027524     PERFORM 5800-REGRABAR-PROPUESTAS THRU 5800-EXIT.
027525 5000-EXIT.
027526     EXIT.
027527*================================================================
027528 5100-CARGAR-PROPUESTAS.
027529*================================================================
027530     OPEN INPUT PROPUESTAS
027531     IF WS-PRO-NO-EXISTE
027532         GO TO 5100-EXIT
027533     END-IF
027534     PERFORM 5110-LEER-PROPUESTA THRU 5110-EXIT
027535     PERFORM 5120-CARGAR-PROPUESTA THRU 5120-EXIT
027536         UNTIL WS-PRO-FIN-FICHERO
027537     CLOSE PROPUESTAS.
027538 5100-EXIT.
027539     EXIT.
027540*================================================================
027541 5110-LEER-PROPUESTA.
027542*================================================================
027543     READ PROPUESTAS
027544         AT END
027545             MOVE "10" TO WS-PRO-STATUS
027546     END-READ.
027547 5110-EXIT.
027548     EXIT.
027549*================================================================
027550 5120-CARGAR-PROPUESTA.
027551*================================================================
027552     IF WS-NUM-PROPUESTAS < 2000
027553         ADD 1 TO WS-NUM-PROPUESTAS
027554         MOVE PRO-PALABRA TO WS-PRP-PALABRA(WS-NUM-PROPUESTAS)
027555         MOVE PRO-REGISTRO TO WS-PRP-REGISTRO(WS-NUM-PROPUESTAS)
027556     ELSE
027557         SET PROPUESTAS-DESBORDADAS TO TRUE
027558     END-IF
027559     PERFORM 5110-LEER-PROPUESTA THRU 5110-EXIT.
027560 5120-EXIT.
027561     EXIT.
027562*================================================================
027563 5200-COMPROBAR-OPERADOR.
027564*================================================================
027565*    SIN PERMISO MANTDIC LAS DECISIONES SE IGNORAN (LAS
027566*    TRANSACCIONES DICTRAN YA ESTAN APLICADAS) Y EL PASO ACABA
027567*    CON RC 4.
027568     MOVE SPACES TO OPS-STD-AREA
027569     MOVE "MANTDIC" TO OPS-STD-PERMISO
027570     CALL "OPERSEG" USING OPS-STD-AREA
027571     MOVE SPACES TO RPT-REGISTRO
027572     IF OPS-PERMITIDO
027573         SET OPERADOR-VALIDO TO TRUE
027574         STRING "OPERADOR: " DELIMITED BY SIZE
027575             OPS-STD-OPERADOR DELIMITED BY SIZE
027576             INTO RPT-REGISTRO
027577         END-STRING
027578     ELSE
027579         MOVE "OPERADOR SIN PERMISO MANTDIC, DECISIONES IGNORADAS"
027580             TO RPT-REGISTRO
027581     END-IF
027582     WRITE RPT-REGISTRO
027583     MOVE SPACES TO RPT-REGISTRO.
027584 5200-EXIT.
027585     EXIT.
027586*================================================================
027587 5300-LEER-APROBACION.
027588*================================================================
027589     READ APROBACIONES
027590         AT END
027591             MOVE "10" TO WS-APR-STATUS
027592     END-READ.
027593 5300-EXIT.
027594     EXIT.
027595*================================================================
027596 5400-DECIDIR-PROPUESTA.
027597*================================================================
027598     ADD 1 TO WS-TOTAL-DECISIONES
027599     MOVE "N" TO WS-TRAN-MALA
027600     MOVE SPACES TO WS-MOTIVO
027601     IF NOT OPERADOR-VALIDO
027602         MOVE "OPERADOR SIN PERMISO MANTDIC" TO WS-MOTIVO
027603         SET TRAN-MALA TO TRUE
027604         GO TO 5400-ANOTAR
027605     END-IF
027606     PERFORM 5410-COMPARAR-PROPUESTA THRU 5410-EXIT
027607         VARYING WS-IDX-PRP FROM 1 BY 1
027608         UNTIL WS-IDX-PRP > WS-NUM-PROPUESTAS
027609            OR WS-PRP-PALABRA(WS-IDX-PRP) = APR-PALABRA
027610     IF WS-IDX-PRP > WS-NUM-PROPUESTAS
027611         MOVE "PROPUESTA NO EXISTE" TO WS-MOTIVO
027612         SET TRAN-MALA TO TRUE
027613         GO TO 5400-ANOTAR
027614     END-IF
027615     MOVE WS-PRP-REGISTRO(WS-IDX-PRP) TO WS-PRO-REGISTRO
027616     IF NOT WS-PRO-PENDIENTE
027617         MOVE "PROPUESTA YA DECIDIDA" TO WS-MOTIVO
027618         SET TRAN-MALA TO TRUE
027619         GO TO 5400-ANOTAR
027620     END-IF
027621     EVALUATE APR-DECISION
027622         WHEN "A"
027623             MOVE "A" TO WS-PRO-ESTADO
027624             ADD 1 TO WS-TOTAL-APROBADAS
027625         WHEN "R"
027626             MOVE "R" TO WS-PRO-ESTADO
027627             ADD 1 TO WS-TOTAL-DESCARTADAS
027628         WHEN OTHER
027629             MOVE "DECISION DESCONOCIDA" TO WS-MOTIVO
027630             SET TRAN-MALA TO TRUE
027631             GO TO 5400-ANOTAR
027632     END-EVALUATE
027633     MOVE OPS-STD-OPERADOR TO WS-PRO-APROBADOR
027634     MOVE FEC-NEG-FECHA TO WS-PRO-FECHA-DECISION
027635     MOVE WS-PRO-REGISTRO TO WS-PRP-REGISTRO(WS-IDX-PRP)
027636     STRING "POR " DELIMITED BY SIZE
027637         OPS-STD-OPERADOR DELIMITED BY SIZE
027638         INTO WS-MOTIVO
027639     END-STRING.
027640 5400-ANOTAR.
027641     MOVE APR-DECISION TO RPT-ACCION
027642     MOVE APR-PALABRA(1:60) TO RPT-PALABRA
027643     MOVE FEC-NEG-FECHA TO RPT-DESDE
027644     EVALUATE TRUE
027645         WHEN TRAN-MALA
027646             MOVE "ERRONEA" TO RPT-ESTADO
027647             ADD 1 TO WS-TOTAL-ERRONEAS
027648         WHEN APR-DECISION = "A"
027649             MOVE "APROBADA" TO RPT-ESTADO
027650         WHEN OTHER
027651             MOVE "DENEGADA" TO RPT-ESTADO
027652     END-EVALUATE
027653     MOVE WS-MOTIVO TO RPT-MOTIVO
027654     WRITE RPT-REGISTRO
027655     IF NOT TRAN-MALA
027656         MOVE SPACES TO AUD-STD-REGISTRO
027657         MOVE "MANTDIC" TO AUD-STD-PROGRAMA
027658         MOVE APR-PALABRA(1:40) TO AUD-STD-CLAVE(1:40)
027659         MOVE APR-DECISION TO AUD-STD-CLAVE(42:1)
027660         MOVE OPS-STD-OPERADOR TO AUD-STD-CLAVE(44:8)
027661         MOVE RPT-ESTADO TO AUD-STD-DECISION
027662         MOVE "PROPUESTA DE LA COSECHA" TO AUD-STD-MOTIVO
027663         CALL "AUDITORIA" USING AUD-STD-REGISTRO
027664     END-IF
027665     PERFORM 5300-LEER-APROBACION THRU 5300-EXIT.
027666 5400-EXIT.
027667     EXIT.
027668*================================================================
027669 5410-COMPARAR-PROPUESTA.
027670*================================================================
027671*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
027672     CONTINUE.
027673 5410-EXIT.
027674     EXIT.
027675*================================================================
027676 5600-APLICAR-APROBADA.
027677*================================================================
027678*    UNA APROBADA QUE YA ESTA EN EL MAESTRO (ALTA DICTRAN
027679*    ANTERIOR) SE DA POR APLICADA; SI NO CABE, SIGUE APROBADA
027680*    PARA LA PROXIMA CORRIDA.
027681     MOVE WS-PRP-REGISTRO(WS-IDX-PRP) TO WS-PRO-REGISTRO
027682     IF NOT WS-PRO-APROBADA
027683         GO TO 5600-EXIT
027684     END-IF
027685     MOVE "N" TO WS-TRAN-MALA
027686     MOVE SPACES TO WS-MOTIVO
027687     MOVE WS-PRO-PALABRA TO WS-PALABRA-BUSCADA
027688     PERFORM 2200-BUSCAR-PALABRA THRU 2200-EXIT
027689     PERFORM 2300-ALTA THRU 2300-EXIT
027690     MOVE WS-PRO-ACCION TO RPT-ACCION
027691     MOVE WS-PRO-PALABRA(1:60) TO RPT-PALABRA
027692     MOVE WS-PRO-DESDE TO RPT-DESDE
027693     IF TRAN-MALA AND WS-MOTIVO NOT = "YA EXISTE"
027694         MOVE "RECHAZADA" TO RPT-ESTADO
027695         ADD 1 TO WS-TOTAL-PRO-SIN-APLICAR
027696     ELSE
027697         MOVE "APLICADA" TO RPT-ESTADO
027698         ADD 1 TO WS-TOTAL-PRO-APLICADAS
027699         MOVE "X" TO WS-PRO-ESTADO
027700         MOVE WS-PRO-REGISTRO TO WS-PRP-REGISTRO(WS-IDX-PRP)
027701         IF NOT TRAN-MALA
027702             STRING "APROBADA POR " DELIMITED BY SIZE
027703                 WS-PRO-APROBADOR DELIMITED BY SIZE
027704                 INTO WS-MOTIVO
027705             END-STRING
027706         END-IF
027707     END-IF
027708     MOVE WS-MOTIVO TO RPT-MOTIVO
027709     WRITE RPT-REGISTRO.
027710 5600-EXIT.
027711     EXIT.
027712*================================================================
027713 5800-REGRABAR-PROPUESTAS.
027714*================================================================
027715*    SIN PROPUESTAS NO SE CREA EL FICHERO; SI NO CUPO ENTERO EN
027716*    MEMORIA NO SE REGRABA, PARA NO PERDER LO QUE QUEDO FUERA.
027717     IF WS-NUM-PROPUESTAS = 0
027718         GO TO 5800-EXIT
027719     END-IF
027720     IF PROPUESTAS-DESBORDADAS
027721         MOVE "DICPROP NO CABE EN LA TABLA, NO SE REGRABA"
027722             TO RPT-REGISTRO
027723         WRITE RPT-REGISTRO
027724         MOVE SPACES TO RPT-REGISTRO
027725         MOVE 8 TO RETURN-CODE
027726         GO TO 5800-EXIT
027727     END-IF
027728     OPEN OUTPUT PROPUESTAS
027729     PERFORM 5810-GRABAR-PROPUESTA THRU 5810-EXIT
027730         VARYING WS-IDX-PRP FROM 1 BY 1
027731         UNTIL WS-IDX-PRP > WS-NUM-PROPUESTAS
027732     CLOSE PROPUESTAS.
027733 5800-EXIT.
027734     EXIT.
027735*================================================================
027736 5810-GRABAR-PROPUESTA.
027737*================================================================
027738     MOVE WS-PRP-REGISTRO(WS-IDX-PRP) TO PRO-REGISTRO
027739     WRITE PRO-REGISTRO.
027740 5810-EXIT.
027741     EXIT.
027742*================================================================
027743 4900-ANOTAR-CAMBIO.
027744*================================================================
027745*    PASA AL DIARIO DE CAMBIOS LA PALABRA DEL REGISTRO DEL
027746*    MAESTRO (LA CLAVE ES LA PROPIA PALABRA) CON LA FUNCION YA
027747*    PUESTA. EL MODULO TOMA EL OPERADOR DE LA TARJETA DEL TURNO.
027748     MOVE "MANTDIC"        TO CAM-STD-PROGRAMA
027749     MOVE "DICCION"        TO CAM-STD-MAESTRO
027750     MOVE SPACES           TO CAM-STD-OPERADOR
027751     MOVE SPACES           TO CAM-STD-ANTES
027752     MOVE DIC-REGISTRO     TO CAM-STD-CLAVE
027753     MOVE DIC-REGISTRO     TO CAM-STD-IMAGEN
027754     CALL "REGCAMB" USING CAM-STD-AREA.
027755 4900-EXIT.
027756     EXIT.
027766*================================================================
027776 9000-TERMINATE.
027800*================================================================
027900     MOVE "TRANSACCIONES LEIDAS"     TO RPT-RESUMEN-ETIQUETA
028000     MOVE WS-TOTAL-TRANS             TO RPT-RESUMEN-VALOR
029100     MOVE "PALABRAS EN EL MAESTRO"   TO RPT-RESUMEN-ETIQUETA
029200     MOVE WS-TOTAL-EN-MAESTRO        TO RPT-RESUMEN-VALOR
029300     WRITE RPT-RESUMEN-REGISTRO
029304     IF WS-TOTAL-DECISIONES > 0 OR WS-TOTAL-PRO-APLICADAS > 0
029308      OR WS-TOTAL-PRO-SIN-APLICAR > 0
029312         MOVE "DECISIONES LEIDAS"       TO RPT-RESUMEN-ETIQUETA
029316         MOVE WS-TOTAL-DECISIONES        TO RPT-RESUMEN-VALOR
029320         WRITE RPT-RESUMEN-REGISTRO
029324         MOVE "PROPUESTAS APROBADAS"    TO RPT-RESUMEN-ETIQUETA
029328         MOVE WS-TOTAL-APROBADAS         TO RPT-RESUMEN-VALOR
029332         WRITE RPT-RESUMEN-REGISTRO
029336         MOVE "PROPUESTAS DESCARTADAS"  TO RPT-RESUMEN-ETIQUETA
029340         MOVE WS-TOTAL-DESCARTADAS       TO RPT-RESUMEN-VALOR
029344         WRITE RPT-RESUMEN-REGISTRO
029348         MOVE "DECISIONES ERRONEAS"     TO RPT-RESUMEN-ETIQUETA
029352         MOVE WS-TOTAL-ERRONEAS          TO RPT-RESUMEN-VALOR
029356         WRITE RPT-RESUMEN-REGISTRO
029360         MOVE "PROPUESTAS APLICADAS"    TO RPT-RESUMEN-ETIQUETA
029364         MOVE WS-TOTAL-PRO-APLICADAS     TO RPT-RESUMEN-VALOR
029368         WRITE RPT-RESUMEN-REGISTRO
029372         MOVE "PROPUESTAS SIN APLICAR"  TO RPT-RESUMEN-ETIQUETA
029376         MOVE WS-TOTAL-PRO-SIN-APLICAR   TO RPT-RESUMEN-VALOR
029380         WRITE RPT-RESUMEN-REGISTRO
029384     END-IF
029385     IF CAM-STD-CAMBIOS > 0
029386         MOVE "LOTE DE CAMBIOS"          TO RPT-RESUMEN-ETIQUETA
029387         MOVE CAM-STD-LOTE               TO RPT-RESUMEN-VALOR
029388         WRITE RPT-RESUMEN-REGISTRO
029389         MOVE "CAMBIOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
029390         MOVE CAM-STD-CAMBIOS            TO RPT-RESUMEN-VALOR
029391         WRITE RPT-RESUMEN-REGISTRO
029392     END-IF
029400     IF WS-TOTAL-RECHAZADAS > 0 OR WS-TOTAL-ERRONEAS > 0
029410      OR WS-TOTAL-PRO-SIN-APLICAR > 0
029500         IF RETURN-CODE < 4
029510             MOVE 4 TO RETURN-CODE
029520         END-IF
029600     END-IF
029700     CLOSE MANTENIMIENTO-RPT.
029800 9000-EXIT.
