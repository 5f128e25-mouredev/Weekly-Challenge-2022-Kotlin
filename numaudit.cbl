000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     NUMAUDIT.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. AUDITORIA NOCTURNA DE HUECOS
001300*                    DE LAS SERIES DEL SERVICIO CENTRAL DE
001400*                    NUMERACION (NUMERADOR): ORDENA EL DIARIO DE
001500*                    EMISION NUMLOG POR SERIE Y NUMERO, PASA LOS
001600*                    NUMEROS DE CADA SERIE POR LA LOGICA DE HUECOS
001700*                    DE CHALLENGE-34 (UN GRUPO SEC POR SERIE EN
001800*                    NUMIN) Y ESCRIBE EN NUMARPT LOS NUMEROS QUE
001900*                    FALTAN Y LOS DUPLICADOS DE CADA SERIE, CON
002000*                    UNA FILA DE TOTALES POR SERIE. TODA SERIE CON
002100*                    HUECOS O DUPLICADOS DEJA UNA ALERTA CRITICA
002200*                    (MODULO ALERTADOR) Y LA CORRIDA TERMINA CON
002300*                    RC 4. ASI SE DEMUESTRA AL AUDITOR QUE NINGUN
002400*                    NUMERO DE FACTURA SE SALTO.
002500*----------------------------------------------------------------
002600* VENTANA: SE AUDITAN LOS NUMEROS EMITIDOS DESDE LA FECHA DE LA
002700* TARJETA NUMAPARM (TIPO DESDE, FECHA AAAAMMDD); SIN TARJETA, LOS
002800* DE LA FECHA DE NEGOCIO. CADA SERIE ARRANCA EN EL ULTIMO NUMERO
002900* ANTERIOR A LA VENTANA, PARA QUE EL SALTO ENTRE LA NOCHE PASADA
003000* Y ESTA TAMBIEN SE VEA. DESDE 00000000 AUDITA TODA LA HISTORIA.
003100* LOS DUPLICADOS SE CUENTAN AQUI, SOBRE EL DIARIO ORDENADO, Y A
003200* CHALLENGE-34 SOLO LLEGA CADA NUMERO UNA VEZ, EN ASCENDENTE Y EN
003300* GRUPOS DE HASTA 1000 (UNA SERIE MAS LARGA SE PARTE EN VARIOS
003400* GRUPOS CON EL MISMO IDENTIFICADOR QUE REPITEN EL ULTIMO NUMERO
003500* DEL ANTERIOR). EL PASO DEBE CORRER SIN TARJETAS NUMPARM DE
003600* ORDEN DESCENDENTE NI DE COMPRESION DE TRAMOS.
003700* ADEMAS, SI EL MAESTRO NUMMAST DICE QUE UNA SERIE EMITIO EN LA
003800* VENTANA NUMEROS POR ENCIMA DEL ULTIMO ANOTADO EN NUMLOG, ESOS
003900* NUMEROS SE DAN COMO FALTANTES (CONSUMIDOS SIN ANOTAR).
004000*----------------------------------------------------------------
004100 ENVIRONMENT     DIVISION.
004200 INPUT-OUTPUT    SECTION.
004300 FILE-CONTROL.
004400     SELECT AUDIT-PARM ASSIGN TO "NUMAPARM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PARM-STATUS.
004700     SELECT NUMERO-MAST ASSIGN TO "NUMMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS NRG-SERIE
005100         FILE STATUS IS WS-NRG-STATUS.
005200     SELECT NUMERO-LOG ASSIGN TO "NUMLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-NLG-STATUS.
005500     SELECT NUMERO-ORD ASSIGN TO "NUMLOGORD"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ORD-STATUS.
005800     SELECT SORT-WORK ASSIGN TO "SORTWK01".
005900     SELECT NUMEROS-IN ASSIGN TO "NUMIN"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT FALTANTES-IN ASSIGN TO "MISSOUT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-MIS-STATUS.
006400     SELECT RECHAZOS-IN ASSIGN TO "NUMREJ"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-REJ-STATUS.
006700     SELECT AUDIT-RPT ASSIGN TO "NUMARPT"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900 DATA            DIVISION.
007000 FILE            SECTION.
007100 FD  AUDIT-PARM
007200     RECORDING MODE IS F.
007300 01  PARM-REGISTRO.
007400     05  PARM-TIPO           PIC X(05).
007500     05  PARM-FECHA          PIC 9(08).
007600 FD  NUMERO-MAST.
007700     COPY NUMREG.
007800 FD  NUMERO-LOG
007900     RECORDING MODE IS F.
008000     COPY NUMLOG.
008100 FD  NUMERO-ORD
008200     RECORDING MODE IS F.
008300     COPY NUMLOG REPLACING LEADING ==NLG== BY ==ORD==.
008400 SD  SORT-WORK.
008500     COPY NUMLOG REPLACING LEADING ==NLG== BY ==SRT==.
008600*    NUMIN EN LA FORMA QUE LEE CHALLENGE-34: CABECERA SEC + SERIE
008700*    Y UN NUMERO POR REGISTRO.
008800 FD  NUMEROS-IN
008900     RECORDING MODE IS F.
009000 01  NIN-NUMERO-REG.
009100     05  NIN-NUMERO          PIC 9(09).
009200 01  NIN-CABECERA.
009300     05  NIN-MARCA           PIC X(03).
009400     05  NIN-SERIE           PIC X(08).
009500*    SALIDA DE CHALLENGE-34: SOLO INTERESAN LAS LINEAS DE DETALLE
009600*    (VALOR EDITADO Y SECUENCIA); LOS CIERRES SE SALTAN.
009700 FD  FALTANTES-IN
009800     RECORDING MODE IS F.
009900 01  MIS-LINEA.
010000     05  MIS-VALOR           PIC X(10).
010100     05  MIS-SEPARADOR       PIC X(02).
010200     05  MIS-SERIE           PIC X(08).
010300     05  FILLER              PIC X(80).
010400 FD  RECHAZOS-IN
010500     RECORDING MODE IS F.
010600     COPY REJSTD.
010700 FD  AUDIT-RPT
010800     RECORDING MODE IS F.
010900 01  RPT-LINEA               PIC X(100).
011000 01  RPT-DETALLE.
011100     05  RPT-DET-MARCA       PIC X(10).
011200     05  FILLER              PIC X(02).
011300     05  RPT-DET-SERIE       PIC X(08).
011400     05  FILLER              PIC X(02).
011500     05  RPT-DET-NUMERO      PIC X(10).
011600     05  FILLER              PIC X(02).
011700     05  RPT-DET-PROGRAMA    PIC X(08).
011800     05  FILLER              PIC X(02).
011900     05  RPT-DET-FECHA       PIC X(08).
012000 01  RPT-SERIE-LINEA.
012100     05  RPT-SER-SERIE       PIC X(08).
012200     05  FILLER              PIC X(01).
012300     05  RPT-SER-AUDITADOS   PIC Z(8)9.
012400     05  FILLER              PIC X(01).
012500     05  RPT-SER-PRIMERO     PIC Z(8)9.
012600     05  FILLER              PIC X(01).
012700     05  RPT-SER-ULTIMO      PIC Z(8)9.
012800     05  FILLER              PIC X(01).
012900     05  RPT-SER-FALTANTES   PIC Z(8)9.
013000     05  FILLER              PIC X(01).
013100     05  RPT-SER-DUPLICADOS  PIC Z(8)9.
013200     05  FILLER              PIC X(01).
013300     05  RPT-SER-REGISTRO    PIC Z(8)9.
013400     05  FILLER              PIC X(01).
013500     05  RPT-SER-ESTADO      PIC X(14).
013600 01  RPT-RESUMEN-REGISTRO.
013700     05  RPT-RESUMEN-ETIQUETA PIC X(30).
013800     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
013900 WORKING-STORAGE SECTION.
014000*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
014100     COPY FECNEG.
014200*    REGISTRO DE ALERTA ESTANDAR PARA EL MODULO ALERTADOR.
014300     COPY ALRSTD.
014400 01  WS-PARM-STATUS          PIC X(02).
014500     88  WS-PARM-NO-EXISTE           VALUE "35".
014600     88  WS-PARM-FIN-FICHERO         VALUE "10".
014700 01  WS-NRG-STATUS           PIC X(02).
014800     88  WS-NRG-FIN-FICHERO          VALUE "10".
014900 01  WS-NLG-STATUS           PIC X(02).
015000     88  WS-NLG-NO-EXISTE            VALUE "35".
015100 01  WS-ORD-STATUS           PIC X(02).
015200     88  WS-ORD-FIN-FICHERO          VALUE "10".
015300 01  WS-MIS-STATUS           PIC X(02).
015400     88  WS-MIS-NO-EXISTE            VALUE "35".
015500     88  WS-MIS-FIN-FICHERO          VALUE "10".
015600 01  WS-REJ-STATUS           PIC X(02).
015700     88  WS-REJ-NO-EXISTE            VALUE "35".
015800     88  WS-REJ-FIN-FICHERO          VALUE "10".
015900 01  WS-SWITCHES.
016000     05  WS-HAY-DIARIO       PIC X(01) VALUE "N".
016100         88  HAY-DIARIO              VALUE "S".
016200     05  WS-EN-VENTANA       PIC X(01) VALUE "N".
016300         88  EN-VENTANA              VALUE "S".
016400     05  WS-PREVIO-VALIDO    PIC X(01) VALUE "N".
016500         88  PREVIO-VALIDO           VALUE "S".
016600     05  WS-HAY-EMITIDO      PIC X(01) VALUE "N".
016700         88  HAY-EMITIDO             VALUE "S".
016800 01  WS-DESDE                PIC 9(08) VALUE ZERO.
016900 01  WS-SERIE-ACTUAL         PIC X(08) VALUE HIGH-VALUES.
017000 01  WS-NUMERO-PREVIO        PIC 9(09) VALUE ZERO.
017100 01  WS-ULT-EMITIDO          PIC 9(09) VALUE ZERO.
017200 01  WS-VALOR                PIC 9(09) VALUE ZERO.
017300 01  WS-EN-GRUPO             PIC 9(04) COMP VALUE ZERO.
017400 01  WS-RC-ANALISIS          PIC S9(04) COMP VALUE ZERO.
017500 01  WS-SERIE-BUSCADA        PIC X(08).
017600 01  WS-EDIT-NUMERO          PIC Z(8)9.
017700 01  WS-EDIT-FALTANTES       PIC Z(8)9.
017800 01  WS-EDIT-DUPLICADOS      PIC Z(8)9.
017900 01  WS-SIN-ANOTAR           PIC 9(09) VALUE ZERO.
018000*----------------------------------------------------------------
018100* SERIES CONOCIDAS (MAESTRO NUMMAST MAS LAS QUE SOLO APARECEN EN
018200* EL DIARIO) CON LOS TOTALES DE LA AUDITORIA.
018300*----------------------------------------------------------------
018400 01  WS-TABLA-SERIES.
018500     05  WS-NUM-SERIES       PIC 9(03) COMP VALUE ZERO.
018600     05  WS-SER-ENTRY OCCURS 200 TIMES.
018700         10  WS-SER-SERIE    PIC X(08).
018800         10  WS-SER-REG-ULTIMO PIC 9(09).
018900         10  WS-SER-REG-FECHA PIC 9(08).
019000         10  WS-SER-LOG-ULTIMO PIC 9(09).
019100         10  WS-SER-AUDITADOS PIC 9(09).
019200         10  WS-SER-PRIMERO  PIC 9(09).
019300         10  WS-SER-ULTIMO   PIC 9(09).
019400         10  WS-SER-FALTANTES PIC 9(09).
019500         10  WS-SER-DUPLICADOS PIC 9(09).
019600 01  WS-IDX-SER              PIC 9(03) COMP VALUE ZERO.
019700 01  WS-IDX-SER-HALLADO      PIC 9(03) COMP VALUE ZERO.
019800 01  WS-CONTADORES.
019900     05  WS-TOTAL-LEIDOS     PIC 9(09) COMP VALUE ZERO.
020000     05  WS-TOTAL-AUDITADOS  PIC 9(09) COMP VALUE ZERO.
020100     05  WS-TOTAL-ENVIADOS   PIC 9(09) COMP VALUE ZERO.
020200     05  WS-TOTAL-FALTANTES  PIC 9(09) COMP VALUE ZERO.
020300     05  WS-TOTAL-DUPLICADOS PIC 9(09) COMP VALUE ZERO.
020400     05  WS-TOTAL-RECHAZOS   PIC 9(09) COMP VALUE ZERO.
020500     05  WS-TOTAL-ALERTAS    PIC 9(09) COMP VALUE ZERO.
020600     05  WS-TOTAL-SIN-SITIO  PIC 9(09) COMP VALUE ZERO.
020700 PROCEDURE       DIVISION.
020800*================================================================
020900 0000-MAINLINE.
021000*================================================================
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021200     PERFORM 2000-CARGAR-SERIES THRU 2000-EXIT
021300     PERFORM 3000-EXTRAER-NUMEROS THRU 3000-EXIT
021400     PERFORM 4000-ANALIZAR-HUECOS THRU 4000-EXIT
021500     PERFORM 5000-LEER-FALTANTES THRU 5000-EXIT
021600     PERFORM 5500-LEER-RECHAZOS THRU 5500-EXIT
021700     PERFORM 6000-CERRAR-SERIES THRU 6000-EXIT
021800     PERFORM 9000-TERMINATE THRU 9000-EXIT
021900     GOBACK.
022000*================================================================
022100 1000-INITIALIZE.
022200*================================================================
022300     OPEN OUTPUT AUDIT-RPT
022400     CALL "FECHANEG" USING FEC-NEG-AREA
022500     MOVE FEC-NEG-FECHA TO WS-DESDE
022600     OPEN INPUT AUDIT-PARM
022700     IF NOT WS-PARM-NO-EXISTE
022800         PERFORM 1100-LEER-PARM THRU 1100-EXIT
022900             UNTIL WS-PARM-FIN-FICHERO
023000         CLOSE AUDIT-PARM
023100     END-IF
023200     MOVE SPACES TO RPT-LINEA
023300     STRING "AUDITORIA DE HUECOS DE NUMERACION, EMITIDOS DESDE "
023400         DELIMITED BY SIZE
023500         WS-DESDE DELIMITED BY SIZE
023600         INTO RPT-LINEA
023700     END-STRING
023800     WRITE RPT-LINEA.
023900 1000-EXIT.
024000     EXIT.
024100*================================================================
024200 1100-LEER-PARM.
024300*================================================================
024400     READ AUDIT-PARM
024500         AT END
024600             MOVE "10" TO WS-PARM-STATUS
024700         NOT AT END
024800             IF PARM-TIPO = "DESDE" AND PARM-FECHA IS NUMERIC
024900                 MOVE PARM-FECHA TO WS-DESDE
025000             END-IF
025100     END-READ.
025200 1100-EXIT.
025300     EXIT.
025400*================================================================
025500 2000-CARGAR-SERIES.
025600*================================================================
025700*    EL MAESTRO DA EL ULTIMO NUMERO CONTADO DE CADA SERIE. SIN
025800*    MAESTRO LA AUDITORIA SIGUE SOLO CON EL DIARIO.
025900     OPEN INPUT NUMERO-MAST
026000     IF WS-NRG-STATUS NOT = "00"
026100         MOVE "SIN MAESTRO NUMMAST, SOLO SE AUDITA EL DIARIO"
026200             TO RPT-LINEA
026300         WRITE RPT-LINEA
026400         GO TO 2000-EXIT
026500     END-IF
026600     PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT
026700     PERFORM 2200-ANOTAR-SERIE THRU 2200-EXIT
026800         UNTIL WS-NRG-FIN-FICHERO
026900     CLOSE NUMERO-MAST.
027000 2000-EXIT.
027100     EXIT.
027200*================================================================
027300 2100-LEER-MAESTRO.
027400*================================================================
027500     READ NUMERO-MAST NEXT RECORD
027600         AT END
027700             MOVE "10" TO WS-NRG-STATUS
027800     END-READ.
027900 2100-EXIT.
028000     EXIT.
028100*================================================================
028200 2200-ANOTAR-SERIE.
028300*================================================================
028400     MOVE NRG-SERIE TO WS-SERIE-BUSCADA
028500     PERFORM 7000-BUSCAR-SERIE THRU 7000-EXIT
028600     IF WS-IDX-SER-HALLADO > 0
028700         MOVE NRG-ULTIMO TO WS-SER-REG-ULTIMO(WS-IDX-SER-HALLADO)
028800         MOVE NRG-FEC-ULTIMO
028900             TO WS-SER-REG-FECHA(WS-IDX-SER-HALLADO)
029000     END-IF
029100     PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT.
029200 2200-EXIT.
029300     EXIT.
029400*================================================================
029500 3000-EXTRAER-NUMEROS.
029600*================================================================
029700*    EL DIARIO SE ORDENA POR SERIE Y NUMERO Y SE RECORRE UNA VEZ:
029800*    CADA NUMERO DE LA VENTANA VA A NUMIN SALVO QUE REPITA EL
029900*    ANTERIOR, QUE SE LISTA COMO DUPLICADO.
030000     OPEN OUTPUT NUMEROS-IN
030100     OPEN INPUT NUMERO-LOG
030200     IF WS-NLG-NO-EXISTE
030300         MOVE "SIN DIARIO NUMLOG, NO HAY NADA QUE AUDITAR"
030400             TO RPT-LINEA
030500         WRITE RPT-LINEA
030600         CLOSE NUMEROS-IN
030700         GO TO 3000-EXIT
030800     END-IF
030900     CLOSE NUMERO-LOG
031000     SET HAY-DIARIO TO TRUE
031100     SORT SORT-WORK
031200         ON ASCENDING KEY SRT-SERIE SRT-NUMERO
031300         USING NUMERO-LOG
031400         GIVING NUMERO-ORD
031500     OPEN INPUT NUMERO-ORD
031600     PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT
031700     PERFORM 3200-TRATAR-NUMERO THRU 3200-EXIT
031800         UNTIL WS-ORD-FIN-FICHERO
031900     CLOSE NUMERO-ORD NUMEROS-IN.
032000 3000-EXIT.
032100     EXIT.
032200*================================================================
032300 3100-LEER-ORDENADO.
032400*================================================================
032500     READ NUMERO-ORD
032600         AT END
032700             MOVE "10" TO WS-ORD-STATUS
032800         NOT AT END
032900             ADD 1 TO WS-TOTAL-LEIDOS
033000     END-READ.
033100 3100-EXIT.
033200     EXIT.
033300*================================================================
033400 3200-TRATAR-NUMERO.
033500*================================================================
033600     IF ORD-SERIE NOT = WS-SERIE-ACTUAL
033700         PERFORM 3300-EMPEZAR-SERIE THRU 3300-EXIT
033800     END-IF
033900     IF WS-IDX-SER-HALLADO = 0
034000         GO TO 3200-SIGUIENTE
034100     END-IF
034200     MOVE ORD-NUMERO TO WS-SER-LOG-ULTIMO(WS-IDX-SER-HALLADO)
034300*    ANTES DE LA VENTANA SOLO SE GUARDA EL NUMERO COMO PUNTO DE
034400*    PARTIDA; EL PRIMERO DE LA VENTANA LO EMITE POR DELANTE.
034500     IF NOT EN-VENTANA
034600         IF ORD-FECHA < WS-DESDE
034700             MOVE ORD-NUMERO TO WS-NUMERO-PREVIO
034800             SET PREVIO-VALIDO TO TRUE
034900             GO TO 3200-SIGUIENTE
035000         END-IF
035100         SET EN-VENTANA TO TRUE
035200         IF PREVIO-VALIDO
035300             MOVE WS-NUMERO-PREVIO TO WS-VALOR
035400             PERFORM 3500-EMITIR-NUMERO THRU 3500-EXIT
035500         END-IF
035600     END-IF
035700     IF HAY-EMITIDO AND ORD-NUMERO = WS-ULT-EMITIDO
035800         PERFORM 3400-LISTAR-DUPLICADO THRU 3400-EXIT
035900         GO TO 3200-SIGUIENTE
036000     END-IF
036100     MOVE ORD-NUMERO TO WS-VALOR
036200     PERFORM 3500-EMITIR-NUMERO THRU 3500-EXIT
036300     ADD 1 TO WS-TOTAL-AUDITADOS
036400     ADD 1 TO WS-SER-AUDITADOS(WS-IDX-SER-HALLADO)
036500     IF WS-SER-AUDITADOS(WS-IDX-SER-HALLADO) = 1
036600         MOVE ORD-NUMERO TO WS-SER-PRIMERO(WS-IDX-SER-HALLADO)
036700     END-IF
036800     MOVE ORD-NUMERO TO WS-SER-ULTIMO(WS-IDX-SER-HALLADO).
036900 3200-SIGUIENTE.
037000     PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT.
037100 3200-EXIT.
037200     EXIT.
037300*================================================================
037400 3300-EMPEZAR-SERIE.
037500*================================================================
037600     MOVE ORD-SERIE TO WS-SERIE-ACTUAL WS-SERIE-BUSCADA
037700     PERFORM 7000-BUSCAR-SERIE THRU 7000-EXIT
037800     MOVE "N" TO WS-EN-VENTANA WS-PREVIO-VALIDO WS-HAY-EMITIDO
037900     MOVE 0 TO WS-EN-GRUPO WS-NUMERO-PREVIO WS-ULT-EMITIDO.
038000 3300-EXIT.
038100     EXIT.
038200*================================================================
038300 3400-LISTAR-DUPLICADO.
038400*================================================================
038500     ADD 1 TO WS-TOTAL-DUPLICADOS
038600     ADD 1 TO WS-SER-DUPLICADOS(WS-IDX-SER-HALLADO)
038700     MOVE SPACES TO RPT-DETALLE
038800     MOVE "DUPLICADO" TO RPT-DET-MARCA
038900     MOVE ORD-SERIE TO RPT-DET-SERIE
039000     MOVE ORD-NUMERO TO WS-EDIT-NUMERO
039100     MOVE WS-EDIT-NUMERO TO RPT-DET-NUMERO
039200     MOVE ORD-PROGRAMA TO RPT-DET-PROGRAMA
039300     MOVE ORD-FECHA TO RPT-DET-FECHA
039400     WRITE RPT-DETALLE.
039500 3400-EXIT.
039600     EXIT.
039700*================================================================
039800 3500-EMITIR-NUMERO.
039900*================================================================
040000*    CHALLENGE-34 ADMITE 1000 NUMEROS POR GRUPO: AL LLENARSE SE
040100*    ABRE OTRO GRUPO DE LA MISMA SERIE QUE EMPIEZA REPITIENDO EL
040200*    ULTIMO NUMERO, PARA NO PERDER EL HUECO ENTRE LOS DOS.
040300     IF WS-EN-GRUPO = 1000
040400         PERFORM 3600-ABRIR-GRUPO THRU 3600-EXIT
040500         MOVE WS-ULT-EMITIDO TO NIN-NUMERO
040600         WRITE NIN-NUMERO-REG
040700         ADD 1 TO WS-EN-GRUPO
040800     END-IF
040900     IF WS-EN-GRUPO = 0
041000         PERFORM 3600-ABRIR-GRUPO THRU 3600-EXIT
041100     END-IF
041200     MOVE WS-VALOR TO NIN-NUMERO
041300     WRITE NIN-NUMERO-REG
041400     ADD 1 TO WS-EN-GRUPO
041500     ADD 1 TO WS-TOTAL-ENVIADOS
041600     MOVE WS-VALOR TO WS-ULT-EMITIDO
041700     SET HAY-EMITIDO TO TRUE.
041800 3500-EXIT.
041900     EXIT.
042000*================================================================
042100 3600-ABRIR-GRUPO.
042200*================================================================
042300     MOVE SPACES TO NIN-CABECERA
042400     MOVE "SEC" TO NIN-MARCA
042500     MOVE WS-SERIE-ACTUAL TO NIN-SERIE
042600     WRITE NIN-CABECERA
042700     MOVE 0 TO WS-EN-GRUPO.
042800 3600-EXIT.
042900     EXIT.
043000*================================================================
043100 4000-ANALIZAR-HUECOS.
043200*================================================================
043300*    CHALLENGE-34 SE LLAMA COMO PASO DENTRO DE ESTE: LEE NUMIN Y
043400*    DEJA MISSOUT Y NUMREJ. SU RETURN-CODE SE GUARDA APARTE.
043500     IF WS-TOTAL-ENVIADOS = 0
043600         GO TO 4000-EXIT
043700     END-IF
043800     CALL "CHALLENGE-34"
043900         ON EXCEPTION
044000             MOVE "CHALLENGE-34 NO ENCONTRADO, SIN ANALISIS"
044100                 TO RPT-LINEA
044200             WRITE RPT-LINEA
044300             MOVE 8 TO WS-RC-ANALISIS
044400             GO TO 4000-EXIT
044500     END-CALL
044600     MOVE RETURN-CODE TO WS-RC-ANALISIS
044700     MOVE 0 TO RETURN-CODE.
044800 4000-EXIT.
044900     EXIT.
045000*================================================================
045100 5000-LEER-FALTANTES.
045200*================================================================
045300     IF WS-TOTAL-ENVIADOS = 0 OR WS-RC-ANALISIS = 8
045400         GO TO 5000-EXIT
045500     END-IF
045600     OPEN INPUT FALTANTES-IN
045700     IF WS-MIS-NO-EXISTE
045800         GO TO 5000-EXIT
045900     END-IF
046000     PERFORM 5100-LEER-FALTANTE THRU 5100-EXIT
046100     PERFORM 5200-ANOTAR-FALTANTE THRU 5200-EXIT
046200         UNTIL WS-MIS-FIN-FICHERO
046300     CLOSE FALTANTES-IN.
046400 5000-EXIT.
046500     EXIT.
046600*================================================================
046700 5100-LEER-FALTANTE.
046800*================================================================
046900     READ FALTANTES-IN
047000         AT END
047100             MOVE "10" TO WS-MIS-STATUS
047200     END-READ.
047300 5100-EXIT.
047400     EXIT.
047500*================================================================
047600 5200-ANOTAR-FALTANTE.
047700*================================================================
047800*    SOLO LAS LINEAS DE DETALLE: VALOR EDITADO QUE TERMINA EN
047900*    CIFRA Y SECUENCIA INFORMADA. CABECERA, TRAILER Y CIERRES NO.
048000     IF MIS-LINEA(1:3) = "CAB" OR MIS-LINEA(1:3) = "TRL"
048100      OR MIS-VALOR(10:1) IS NOT NUMERIC
048200      OR MIS-SEPARADOR NOT = SPACES
048300      OR MIS-SERIE = SPACES
048400         GO TO 5200-SIGUIENTE
048500     END-IF
048600     MOVE MIS-SERIE TO WS-SERIE-BUSCADA
048700     PERFORM 7000-BUSCAR-SERIE THRU 7000-EXIT
048800     IF WS-IDX-SER-HALLADO > 0
048900         ADD 1 TO WS-SER-FALTANTES(WS-IDX-SER-HALLADO)
049000     END-IF
049100     ADD 1 TO WS-TOTAL-FALTANTES
049200     MOVE SPACES TO RPT-DETALLE
049300     MOVE "FALTA" TO RPT-DET-MARCA
049400     MOVE MIS-SERIE TO RPT-DET-SERIE
049500     MOVE MIS-VALOR TO RPT-DET-NUMERO
049600     WRITE RPT-DETALLE.
049700 5200-SIGUIENTE.
049800     PERFORM 5100-LEER-FALTANTE THRU 5100-EXIT.
049900 5200-EXIT.
050000     EXIT.
050100*================================================================
050200 5500-LEER-RECHAZOS.
050300*================================================================
050400*    CON LA ENTRADA YA ORDENADA Y SIN REPETIDOS NO DEBERIA HABER
050500*    RECHAZOS; SI LOS HAY, LA SERIE NO QUEDA DEMOSTRADA.
050600     IF WS-TOTAL-ENVIADOS = 0 OR WS-RC-ANALISIS = 8
050700         GO TO 5500-EXIT
050800     END-IF
050900     OPEN INPUT RECHAZOS-IN
051000     IF WS-REJ-NO-EXISTE
051100         GO TO 5500-EXIT
051200     END-IF
051300     PERFORM 5600-LEER-RECHAZO THRU 5600-EXIT
051400     PERFORM 5700-LISTAR-RECHAZO THRU 5700-EXIT
051500         UNTIL WS-REJ-FIN-FICHERO
051600     CLOSE RECHAZOS-IN.
051700 5500-EXIT.
051800     EXIT.
051900*================================================================
052000 5600-LEER-RECHAZO.
052100*================================================================
052200     READ RECHAZOS-IN
052300         AT END
052400             MOVE "10" TO WS-REJ-STATUS
052500     END-READ.
052600 5600-EXIT.
052700     EXIT.
052800*================================================================
052900 5700-LISTAR-RECHAZO.
053000*================================================================
053100     ADD 1 TO WS-TOTAL-RECHAZOS
053200     MOVE SPACES TO RPT-LINEA
053300     STRING "RECHAZO DEL ANALISIS: " DELIMITED BY SIZE
053400         REJ-STD-MOTIVO DELIMITED BY "  "
053500         " " DELIMITED BY SIZE
053600         REJ-STD-IMAGEN DELIMITED BY "  "
053700         INTO RPT-LINEA
053800     END-STRING
053900     WRITE RPT-LINEA
054000     PERFORM 5600-LEER-RECHAZO THRU 5600-EXIT.
054100 5700-EXIT.
054200     EXIT.
054300*================================================================
054400 6000-CERRAR-SERIES.
054500*================================================================
054600     MOVE SPACES TO RPT-LINEA
054700     WRITE RPT-LINEA
054800     STRING "SERIE    AUDITADOS   PRIMERO    ULTIMO "
054900         "FALTANTES DUPLICADOS  REGISTRO ESTADO"
055000         DELIMITED BY SIZE INTO RPT-LINEA
055100     END-STRING
055200     WRITE RPT-LINEA
055300     PERFORM 6100-CERRAR-SERIE THRU 6100-EXIT
055400         VARYING WS-IDX-SER FROM 1 BY 1
055500         UNTIL WS-IDX-SER > WS-NUM-SERIES.
055600 6000-EXIT.
055700     EXIT.
055800*================================================================
055900 6100-CERRAR-SERIE.
056000*================================================================
056100*    NUMEROS QUE EL MAESTRO CONTO EN LA VENTANA POR ENCIMA DEL
056200*    ULTIMO ANOTADO: CONSUMIDOS SIN ANOTAR, SE DAN COMO FALTANTES.
056300     MOVE 0 TO WS-SIN-ANOTAR
056400     IF WS-SER-REG-FECHA(WS-IDX-SER) >= WS-DESDE
056500      AND WS-SER-REG-ULTIMO(WS-IDX-SER)
056600          > WS-SER-LOG-ULTIMO(WS-IDX-SER)
056700         COMPUTE WS-SIN-ANOTAR = WS-SER-REG-ULTIMO(WS-IDX-SER)
056800                               - WS-SER-LOG-ULTIMO(WS-IDX-SER)
056900         ADD WS-SIN-ANOTAR TO WS-SER-FALTANTES(WS-IDX-SER)
057000         ADD WS-SIN-ANOTAR TO WS-TOTAL-FALTANTES
057100         MOVE SPACES TO RPT-DETALLE
057200         MOVE "SIN ANOTAR" TO RPT-DET-MARCA
057300         MOVE WS-SER-SERIE(WS-IDX-SER) TO RPT-DET-SERIE
057400         MOVE WS-SIN-ANOTAR TO WS-EDIT-NUMERO
057500         MOVE WS-EDIT-NUMERO TO RPT-DET-NUMERO
057600         WRITE RPT-DETALLE
057700     END-IF
057800     MOVE SPACES TO RPT-SERIE-LINEA
057900     MOVE WS-SER-SERIE(WS-IDX-SER)      TO RPT-SER-SERIE
058000     MOVE WS-SER-AUDITADOS(WS-IDX-SER)  TO RPT-SER-AUDITADOS
058100     MOVE WS-SER-PRIMERO(WS-IDX-SER)    TO RPT-SER-PRIMERO
058200     MOVE WS-SER-ULTIMO(WS-IDX-SER)     TO RPT-SER-ULTIMO
058300     MOVE WS-SER-FALTANTES(WS-IDX-SER)  TO RPT-SER-FALTANTES
058400     MOVE WS-SER-DUPLICADOS(WS-IDX-SER) TO RPT-SER-DUPLICADOS
058500     MOVE WS-SER-REG-ULTIMO(WS-IDX-SER) TO RPT-SER-REGISTRO
058600     EVALUATE TRUE
058700         WHEN WS-SER-FALTANTES(WS-IDX-SER) > 0
058800          AND WS-SER-DUPLICADOS(WS-IDX-SER) > 0
058900             MOVE "HUECOS Y DUPL." TO RPT-SER-ESTADO
059000         WHEN WS-SER-FALTANTES(WS-IDX-SER) > 0
059100             MOVE "CON HUECOS" TO RPT-SER-ESTADO
059200         WHEN WS-SER-DUPLICADOS(WS-IDX-SER) > 0
059300             MOVE "CON DUPLICADOS" TO RPT-SER-ESTADO
059400         WHEN WS-SER-AUDITADOS(WS-IDX-SER) = 0
059500             MOVE "SIN EMISIONES" TO RPT-SER-ESTADO
059600         WHEN OTHER
059700             MOVE "CORRECTA" TO RPT-SER-ESTADO
059800     END-EVALUATE
059900     WRITE RPT-SERIE-LINEA
060000     IF WS-SER-FALTANTES(WS-IDX-SER) > 0
060100      OR WS-SER-DUPLICADOS(WS-IDX-SER) > 0
060200         PERFORM 6200-AVISAR-SERIE THRU 6200-EXIT
060300     END-IF.
060400 6100-EXIT.
060500     EXIT.
060600*================================================================
060700 6200-AVISAR-SERIE.
060800*================================================================
060900     MOVE SPACES TO ALR-STD-REGISTRO
061000     MOVE "NUMAUDIT" TO ALR-STD-PROGRAMA
061100     MOVE "C" TO ALR-STD-SEVERIDAD
061200     MOVE WS-SER-FALTANTES(WS-IDX-SER) TO WS-EDIT-FALTANTES
061300     MOVE WS-SER-DUPLICADOS(WS-IDX-SER) TO WS-EDIT-DUPLICADOS
061400     STRING "SERIE " DELIMITED BY SIZE
061500         WS-SER-SERIE(WS-IDX-SER) DELIMITED BY SPACE
061600         ": FALTAN" DELIMITED BY SIZE
061700         WS-EDIT-FALTANTES DELIMITED BY SIZE
061800         ", DUPLICADOS" DELIMITED BY SIZE
061900         WS-EDIT-DUPLICADOS DELIMITED BY SIZE
062000         INTO ALR-STD-TEXTO
062100     END-STRING
062200     CALL "ALERTADOR" USING ALR-STD-REGISTRO
062300     ADD 1 TO WS-TOTAL-ALERTAS.
062400 6200-EXIT.
062500     EXIT.
062600*================================================================
062700 7000-BUSCAR-SERIE.
062800*================================================================
062900*    DEVUELVE LA POSICION DE LA SERIE EN LA TABLA, DANDOLA DE
063000*    ALTA SI ES NUEVA; CERO SI LA TABLA ESTA LLENA.
063100     MOVE 0 TO WS-IDX-SER-HALLADO
063200     PERFORM 7100-COMPARAR-SERIE THRU 7100-EXIT
063300         VARYING WS-IDX-SER FROM 1 BY 1
063400         UNTIL WS-IDX-SER > WS-NUM-SERIES
063500            OR WS-IDX-SER-HALLADO > 0
063600     IF WS-IDX-SER-HALLADO > 0
063700         GO TO 7000-EXIT
063800     END-IF
063900     IF WS-NUM-SERIES < 200
064000         ADD 1 TO WS-NUM-SERIES
064100         MOVE WS-NUM-SERIES TO WS-IDX-SER-HALLADO
064200         INITIALIZE WS-SER-ENTRY(WS-IDX-SER-HALLADO)
064300         MOVE WS-SERIE-BUSCADA TO WS-SER-SERIE(WS-IDX-SER-HALLADO)
064400     ELSE
064500         ADD 1 TO WS-TOTAL-SIN-SITIO
064600     END-IF.
064700 7000-EXIT.
064800     EXIT.
064900*================================================================
065000 7100-COMPARAR-SERIE.
065100*================================================================
065200     IF WS-SER-SERIE(WS-IDX-SER) = WS-SERIE-BUSCADA
065300         MOVE WS-IDX-SER TO WS-IDX-SER-HALLADO
065400     END-IF.
065500 7100-EXIT.
065600     EXIT.
065700*================================================================
065800 9000-TERMINATE.
065900*================================================================
066000     MOVE "NUMEROS EN EL DIARIO"        TO RPT-RESUMEN-ETIQUETA
066100     MOVE WS-TOTAL-LEIDOS               TO RPT-RESUMEN-VALOR
066200     WRITE RPT-RESUMEN-REGISTRO
066300     MOVE "NUMEROS AUDITADOS"           TO RPT-RESUMEN-ETIQUETA
066400     MOVE WS-TOTAL-AUDITADOS            TO RPT-RESUMEN-VALOR
066500     WRITE RPT-RESUMEN-REGISTRO
066600     MOVE "NUMEROS FALTANTES"           TO RPT-RESUMEN-ETIQUETA
066700     MOVE WS-TOTAL-FALTANTES            TO RPT-RESUMEN-VALOR
066800     WRITE RPT-RESUMEN-REGISTRO
066900     MOVE "NUMEROS DUPLICADOS"          TO RPT-RESUMEN-ETIQUETA
067000     MOVE WS-TOTAL-DUPLICADOS           TO RPT-RESUMEN-VALOR
067100     WRITE RPT-RESUMEN-REGISTRO
067200     MOVE "RECHAZOS DEL ANALISIS"       TO RPT-RESUMEN-ETIQUETA
067300     MOVE WS-TOTAL-RECHAZOS             TO RPT-RESUMEN-VALOR
067400     WRITE RPT-RESUMEN-REGISTRO
067500     MOVE "ALERTAS EMITIDAS"            TO RPT-RESUMEN-ETIQUETA
067600     MOVE WS-TOTAL-ALERTAS              TO RPT-RESUMEN-VALOR
067700     WRITE RPT-RESUMEN-REGISTRO
067800     IF WS-TOTAL-SIN-SITIO > 0
067900         MOVE "SERIES SIN SITIO (LIMITE)" TO RPT-RESUMEN-ETIQUETA
068000         MOVE WS-TOTAL-SIN-SITIO        TO RPT-RESUMEN-VALOR
068100         WRITE RPT-RESUMEN-REGISTRO
068200     END-IF
068300     IF WS-TOTAL-FALTANTES > 0 OR WS-TOTAL-DUPLICADOS > 0
068400      OR WS-TOTAL-RECHAZOS > 0 OR WS-TOTAL-SIN-SITIO > 0
068500         MOVE 4 TO RETURN-CODE
068600     END-IF
068700     IF WS-RC-ANALISIS > 4
068800         MOVE 8 TO RETURN-CODE
068900     END-IF
069000     CLOSE AUDIT-RPT.
069100 9000-EXIT.
069200     EXIT.
069300 END PROGRAM NUMAUDIT.
