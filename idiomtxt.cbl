000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     IDIOMTXT.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE VALIDACION DE TEXTOS.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CONTROL DE IDIOMA POR
001300*                    CLIENTE ANTES DE PALINDROMO: LEE EL ELTEXTO
001400*                    DE LA NOCHE (CON SUS CONTINUACIONES, COMO
001500*                    ESTADTXT) Y ARMA POR CLIENTE UNA FIRMA CON
001600*                    EL HISTOGRAMA DE LETRAS Y LOS CARACTERES
001700*                    PROPIOS DE CADA PERFIL DE NORMAST. LA FIRMA
001800*                    SE CONTRASTA CON EL PERFIL QUE EL CLIENTE
001900*                    TIENE EN CLM-IDIOMA: SI APARECEN CARACTERES
002000*                    DE OTRO PERFIL QUE EL SUYO NO CONOCE, O SU
002100*                    REPARTO DE LETRAS SE PARECE CLARAMENTE MAS
002200*                    AL DE OTRO IDIOMA, SE LISTA EN IDIOMRPT Y
002300*                    SE EMITE UN AVISO POR ALERTADOR PARA QUE
002400*                    CALIDAD DE DATOS CORRIJA EL MAESTRO ANTES
002500*                    DE LA SIGUIENTE CORRIDA. NO CORTA LA CADENA
002600*                    (RC 4 CON DISCREPANCIAS).
002610* 2026-10-15  MNT    LA FICHA DE CLIMAST SE DECLARA ENTERA (76
002620*                    POSICIONES), CON LA REGION FISCAL Y LA
002630*                    POLITICA DE VEREDICTO QUE LLEVA AL FINAL.
002640* 2026-10-15  MNT    LA FICHA DE CLIMAST SE TOMA DEL COPY CLIREG,
002650*                    COMUN A TODOS LOS PROGRAMAS QUE LEEN O
002660*                    ESCRIBEN EL MAESTRO.
002700*----------------------------------------------------------------
002800 ENVIRONMENT     DIVISION.
002900 INPUT-OUTPUT    SECTION.
003000 FILE-CONTROL.
003100     SELECT ELTEXTO-FILE ASSIGN TO "ELTEXTO"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-IN-STATUS.
003400     SELECT CLIENTE-MAST ASSIGN TO "CLIMAST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-CLM-STATUS.
003700     SELECT NORMA-MAST ASSIGN TO "NORMAST"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-NRM-STATUS.
004000     SELECT IDIOMA-RPT ASSIGN TO "IDIOMRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA            DIVISION.
004300 FILE            SECTION.
004400 FD  ELTEXTO-FILE
004500     RECORDING MODE IS F.
004600 01  ELTEXTO-REGISTRO.
004700     05  ELTEXTO-CLIENTE     PIC X(08).
004800     05  ELTEXTO-TEXTO       PIC X(7992).
004900*        "+" = EL TEXTO CONTINUA EN EL REGISTRO SIGUIENTE.
005000     05  ELTEXTO-CONT        PIC X(01).
005100 FD  CLIENTE-MAST
005200     RECORDING MODE IS F.
005300     COPY CLIREG.
006000 FD  NORMA-MAST
006100     RECORDING MODE IS F.
006200 01  NRM-REGISTRO.
006300     05  NRM-PERFIL          PIC X(08).
006400     05  NRM-TIPO            PIC X(05).
006500     05  NRM-CAR-DE          PIC X(01).
006600     05  NRM-CAR-A           PIC X(01).
006700 FD  IDIOMA-RPT
006800     RECORDING MODE IS F.
006900 01  RPT-LINEA               PIC X(100).
007000 01  RPT-DETALLE.
007100     05  RPT-CLIENTE         PIC X(08).
007200     05  FILLER              PIC X(02) VALUE SPACES.
007300     05  RPT-IDIOMA          PIC X(08).
007400     05  FILLER              PIC X(02) VALUE SPACES.
007500     05  RPT-TEXTOS          PIC Z(6)9.
007600     05  FILLER              PIC X(02) VALUE SPACES.
007700     05  RPT-LETRAS          PIC Z(8)9.
007800     05  FILLER              PIC X(02) VALUE SPACES.
007900     05  RPT-AJENOS          PIC Z(6)9.
008000     05  FILLER              PIC X(02) VALUE SPACES.
008100     05  RPT-DIST-PROPIA     PIC ZZZ9.
008200     05  FILLER              PIC X(02) VALUE SPACES.
008300     05  RPT-CERCANO         PIC X(08).
008400     05  FILLER              PIC X(02) VALUE SPACES.
008500     05  RPT-DIST-CERCANA    PIC ZZZ9.
008600     05  FILLER              PIC X(02) VALUE SPACES.
008700     05  RPT-VEREDICTO       PIC X(16).
008800 01  RPT-RESUMEN-REGISTRO.
008900     05  RPT-RESUMEN-ETIQUETA PIC X(30).
009000     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
009100 WORKING-STORAGE SECTION.
009200 01  WS-IN-STATUS            PIC X(02).
009300     88  WS-IN-NO-EXISTE             VALUE "35".
009400 01  WS-CLM-STATUS           PIC X(02).
009500     88  WS-CLM-NO-EXISTE            VALUE "35".
009600     88  WS-CLM-FIN-FICHERO          VALUE "10".
009700 01  WS-NRM-STATUS           PIC X(02).
009800     88  WS-NRM-NO-EXISTE            VALUE "35".
009900     88  WS-NRM-FIN-FICHERO          VALUE "10".
010000 01  WS-SWITCHES.
010100     05  WS-FIN-FICHERO      PIC X(01) VALUE "N".
010200         88  FIN-FICHERO             VALUE "S".
010300*    REGISTRO DE ALERTA ESTANDAR PARA EL MODULO ALERTADOR.
010400     COPY ALRSTD.
010500*----------------------------------------------------------------
010600* UMBRALES DE LA COMPARACION. LAS DISTANCIAS SON LA SUMA DE LAS
010700* DIFERENCIAS ABSOLUTAS, EN TANTO POR MIL, ENTRE EL REPARTO DE
010800* LETRAS DEL CLIENTE Y EL DE CADA PERFIL (0 = IGUAL, 2000 =
010900* NADA EN COMUN). POR DEBAJO DEL MINIMO DE LETRAS LA MUESTRA NO
011000* DICE NADA Y EL CLIENTE SOLO SE LISTA.
011100*----------------------------------------------------------------
011200 01  WS-UMBRALES.
011300     05  WS-MIN-LETRAS       PIC 9(05) VALUE 200.
011400     05  WS-MIN-LETRAS-PERF  PIC 9(05) VALUE 1000.
011500     05  WS-MARGEN-DIST      PIC 9(04) VALUE 150.
011600     05  WS-AJENOS-MIL       PIC 9(04) VALUE 5.
011700*----------------------------------------------------------------
011800* REENSAMBLADO DE CADENAS DE CONTINUACION, COMO EN ESTADTXT.
011900*----------------------------------------------------------------
012000 01  WS-TEXTO                PIC X(23976).
012100 01  WS-LARGO                PIC 9(05) VALUE ZERO.
012200 01  WS-IDX                  PIC 9(05) COMP VALUE ZERO.
012300 01  WS-CLIENTE              PIC X(08).
012400 01  WS-CONT-ACTUAL          PIC X(01) VALUE SPACE.
012500 01  WS-SEGMENTOS            PIC 9(01) VALUE ZERO.
012600 01  WS-CADENA-ROTA          PIC X(01) VALUE "N".
012700     88  CADENA-ROTA                 VALUE "S".
012800 01  WS-PENDIENTE            PIC X(01) VALUE "N".
012900     88  HAY-PENDIENTE               VALUE "S".
013000 01  WS-REG-PENDIENTE.
013100     05  WS-PEN-CLIENTE      PIC X(08).
013200     05  WS-PEN-TEXTO        PIC X(7992).
013300     05  WS-PEN-CONT         PIC X(01).
013400 01  WS-OFFSET-SEG           PIC 9(05) COMP VALUE ZERO.
013500 01  WS-CARACTER             PIC X(01).
013600 01  WS-ABECEDARIO           PIC X(26)
013700     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
013800 01  WS-CONTADOR             PIC 9(04) COMP VALUE ZERO.
013900*----------------------------------------------------------------
014000* PERFILES DE NORMAST: CADA UNO CON SUS CARACTERES PROPIOS (LOS
014100* CARACTER-DE DE SUS MAPAS Y SUS LETRAS) Y, AL FINAL DE LA
014200* LECTURA, EL REPARTO DE LETRAS SUMADO DE SUS CLIENTES.
014300*----------------------------------------------------------------
014400 01  WS-TABLA-PERFILES.
014500     05  WS-NUM-PERFILES     PIC 9(02) COMP VALUE ZERO.
014600     05  WS-PERFIL-ENTRY OCCURS 10 TIMES.
014700         10  WS-PERF-NOMBRE  PIC X(08).
014800         10  WS-PERF-NUM-CAR PIC 9(02) COMP.
014900         10  WS-PERF-CARACT  PIC X(50).
015000         10  WS-PERF-TOTAL   PIC 9(10) COMP.
015100         10  WS-PERF-LETRA   OCCURS 26 TIMES
015200                             PIC 9(10) COMP.
015300 01  WS-IDX-PERF             PIC 9(02) COMP VALUE ZERO.
015400 01  WS-IDX-PERF-2           PIC 9(02) COMP VALUE ZERO.
015500*----------------------------------------------------------------
015600* FIRMA POR CLIENTE: LOS DEL MAESTRO EN SU ORDEN Y LOS QUE
015700* APAREZCAN EN ELTEXTO SIN ESTAR EN EL (QUEDAN SIN PERFIL).
015800*----------------------------------------------------------------
015900 01  WS-TABLA-CLIENTES.
016000     05  WS-NUM-CLIENTES     PIC 9(03) COMP VALUE ZERO.
016100     05  WS-CLI-ENTRY OCCURS 200 TIMES.
016200         10  WS-CLI-CODIGO   PIC X(08).
016300         10  WS-CLI-IDIOMA   PIC X(08).
016400         10  WS-CLI-PERFIL   PIC 9(02) COMP.
016500         10  WS-CLI-TEXTOS   PIC 9(07) COMP.
016600         10  WS-CLI-TOTAL    PIC 9(10) COMP.
016700         10  WS-CLI-AJENOS   PIC 9(07) COMP.
016800         10  WS-CLI-LETRA    OCCURS 26 TIMES
016900                             PIC 9(09) COMP.
017000         10  WS-CLI-CAR-PERF OCCURS 10 TIMES
017100                             PIC 9(07) COMP.
017200 01  WS-IDX-CLI              PIC 9(03) COMP VALUE ZERO.
017300 01  WS-IDX-BUSCA            PIC 9(03) COMP VALUE ZERO.
017400 01  WS-MARCAS-CARACTER.
017500     05  WS-EN-PROPIO        PIC X(01) VALUE "N".
017600         88  EN-PROPIO               VALUE "S".
017700     05  WS-EN-OTRO          PIC X(01) VALUE "N".
017800         88  EN-OTRO                 VALUE "S".
017900 01  WS-IDX-LETRA            PIC 9(02) COMP VALUE ZERO.
018000 01  WS-SIN-SITIO            PIC 9(07) COMP VALUE ZERO.
018100*----------------------------------------------------------------
018200* COMPARACION DE UN CLIENTE CONTRA LOS PERFILES.
018300*----------------------------------------------------------------
018400 01  WS-COMPARACION.
018500     05  WS-MIL-CLIENTE      PIC 9(04) COMP.
018600     05  WS-MIL-PERFIL       PIC 9(04) COMP.
018700     05  WS-DIFERENCIA       PIC S9(05) COMP.
018800     05  WS-DISTANCIA        PIC 9(05) COMP.
018900     05  WS-DIST-PROPIA      PIC 9(05) COMP.
019000     05  WS-DIST-CERCANA     PIC 9(05) COMP.
019100     05  WS-PERF-CERCANO     PIC 9(02) COMP.
019200     05  WS-PERF-AJENO       PIC 9(02) COMP.
019300     05  WS-MAX-AJENO        PIC 9(07) COMP.
019400     05  WS-AJENOS-LIMITE    PIC 9(09) COMP.
019500     05  WS-VEREDICTO        PIC X(16).
019600         88  VEREDICTO-DISTINTO      VALUE "IDIOMA DISTINTO".
019700 01  WS-CONTADORES.
019800     05  WS-TOTAL-REGISTROS  PIC 9(08) COMP VALUE ZERO.
019900     05  WS-TOTAL-DISTINTOS  PIC 9(05) COMP VALUE ZERO.
020000     05  WS-TOTAL-SIN-PERFIL PIC 9(05) COMP VALUE ZERO.
020100     05  WS-TOTAL-POCO-TEXTO PIC 9(05) COMP VALUE ZERO.
020200 PROCEDURE       DIVISION.
020300*================================================================
020400 0000-MAINLINE.
020500*================================================================
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020700     PERFORM 2000-EXAMINAR-REGISTRO THRU 2000-EXIT
020800         UNTIL FIN-FICHERO
020900     PERFORM 3000-SUMAR-PERFILES THRU 3000-EXIT
021000     PERFORM 4000-ESCRIBIR-INFORME THRU 4000-EXIT
021100     PERFORM 9000-TERMINATE THRU 9000-EXIT
021200     GOBACK.
021300*================================================================
021400 1000-INITIALIZE.
021500*================================================================
021600     OPEN OUTPUT IDIOMA-RPT
021700     MOVE SPACES TO RPT-DETALLE
021800     PERFORM 1200-CARGAR-PERFILES THRU 1200-EXIT
021900     PERFORM 1100-CARGAR-CLIENTES THRU 1100-EXIT
022000     OPEN INPUT ELTEXTO-FILE
022100     IF WS-IN-NO-EXISTE
022200         SET FIN-FICHERO TO TRUE
022300         GO TO 1000-EXIT
022400     END-IF
022500     PERFORM 2100-LEER-ELTEXTO THRU 2100-EXIT.
022600 1000-EXIT.
022700     EXIT.
022800*================================================================
022900 1100-CARGAR-CLIENTES.
023000*================================================================
023100*    EL PERFIL DE CADA CLIENTE SE RESUELVE UNA VEZ AQUI, POR EL
023200*    NOMBRE DE SU CLM-IDIOMA EN LA TABLA DE PERFILES.
023300     OPEN INPUT CLIENTE-MAST
023400     IF WS-CLM-NO-EXISTE
023500         GO TO 1100-EXIT
023600     END-IF
023700     PERFORM 1110-LEER-CLIENTE THRU 1110-EXIT
023800     PERFORM 1120-CARGAR-CLIENTE THRU 1120-EXIT
023900         UNTIL WS-CLM-FIN-FICHERO
024000     CLOSE CLIENTE-MAST.
024100 1100-EXIT.
024200     EXIT.
024300*================================================================
024400 1110-LEER-CLIENTE.
024500*================================================================
024600     READ CLIENTE-MAST
024700         AT END
024800             MOVE "10" TO WS-CLM-STATUS
024900     END-READ.
025000 1110-EXIT.
025100     EXIT.
025200*================================================================
025300 1120-CARGAR-CLIENTE.
025400*================================================================
025500     IF CLM-CODIGO NOT = SPACES AND WS-NUM-CLIENTES < 200
025600         ADD 1 TO WS-NUM-CLIENTES
025700         MOVE WS-NUM-CLIENTES TO WS-IDX-CLI
025800         PERFORM 1130-INICIAR-CLIENTE THRU 1130-EXIT
025900         MOVE CLM-CODIGO TO WS-CLI-CODIGO(WS-IDX-CLI)
026000         MOVE CLM-IDIOMA TO WS-CLI-IDIOMA(WS-IDX-CLI)
026100         PERFORM 1140-BUSCAR-PERFIL THRU 1140-EXIT
026200             VARYING WS-IDX-PERF FROM 1 BY 1
026300             UNTIL WS-IDX-PERF > WS-NUM-PERFILES
026400     END-IF
026500     PERFORM 1110-LEER-CLIENTE THRU 1110-EXIT.
026600 1120-EXIT.
026700     EXIT.
026800*================================================================
026900 1130-INICIAR-CLIENTE.
027000*================================================================
027100     MOVE SPACES TO WS-CLI-CODIGO(WS-IDX-CLI)
027200     MOVE SPACES TO WS-CLI-IDIOMA(WS-IDX-CLI)
027300     MOVE 0 TO WS-CLI-PERFIL(WS-IDX-CLI)
027400     MOVE 0 TO WS-CLI-TEXTOS(WS-IDX-CLI)
027500     MOVE 0 TO WS-CLI-TOTAL(WS-IDX-CLI)
027600     MOVE 0 TO WS-CLI-AJENOS(WS-IDX-CLI)
027700     PERFORM 1135-LIMPIAR-LETRA THRU 1135-EXIT
027800         VARYING WS-IDX-LETRA FROM 1 BY 1
027900         UNTIL WS-IDX-LETRA > 26
028000     PERFORM 1136-LIMPIAR-CAR-PERF THRU 1136-EXIT
028100         VARYING WS-IDX-PERF FROM 1 BY 1
028200         UNTIL WS-IDX-PERF > 10.
028300 1130-EXIT.
028400     EXIT.
028500*================================================================
028600 1135-LIMPIAR-LETRA.
028700*================================================================
028800     MOVE 0 TO WS-CLI-LETRA(WS-IDX-CLI, WS-IDX-LETRA).
028900 1135-EXIT.
029000     EXIT.
029100*================================================================
029200 1136-LIMPIAR-CAR-PERF.
029300*================================================================
029400     MOVE 0 TO WS-CLI-CAR-PERF(WS-IDX-CLI, WS-IDX-PERF).
029500 1136-EXIT.
029600     EXIT.
029700*================================================================
029800 1140-BUSCAR-PERFIL.
029900*================================================================
030000     IF WS-PERF-NOMBRE(WS-IDX-PERF) = CLM-IDIOMA
030100        AND CLM-IDIOMA NOT = SPACES
030200         MOVE WS-IDX-PERF TO WS-CLI-PERFIL(WS-IDX-CLI)
030300     END-IF.
030400 1140-EXIT.
030500     EXIT.
030600*================================================================
030700 1200-CARGAR-PERFILES.
030800*================================================================
030900*    MISMA CARGA DE NORMAST QUE PALINDROMO, PERO AQUI SOLO
031000*    INTERESA QUE CARACTERES DISTINGUEN A CADA PERFIL.
031100     OPEN INPUT NORMA-MAST
031200     IF WS-NRM-NO-EXISTE
031300         GO TO 1200-EXIT
031400     END-IF
031500     PERFORM 1210-LEER-NORMA THRU 1210-EXIT
031600     PERFORM 1220-CARGAR-NORMA THRU 1220-EXIT
031700         UNTIL WS-NRM-FIN-FICHERO
031800     CLOSE NORMA-MAST.
031900 1200-EXIT.
032000     EXIT.
032100*================================================================
032200 1210-LEER-NORMA.
032300*================================================================
032400     READ NORMA-MAST
032500         AT END
032600             MOVE "10" TO WS-NRM-STATUS
032700     END-READ.
032800 1210-EXIT.
032900     EXIT.
033000*================================================================
033100 1220-CARGAR-NORMA.
033200*================================================================
033300     MOVE 0 TO WS-IDX-PERF
033400     PERFORM 1230-COMPARAR-NOMBRE THRU 1230-EXIT
033500         VARYING WS-IDX-PERF-2 FROM 1 BY 1
033600         UNTIL WS-IDX-PERF-2 > WS-NUM-PERFILES
033700            OR WS-IDX-PERF > 0
033800     IF WS-IDX-PERF = 0 AND WS-NUM-PERFILES < 10
033900         ADD 1 TO WS-NUM-PERFILES
034000         MOVE WS-NUM-PERFILES TO WS-IDX-PERF
034100         MOVE NRM-PERFIL TO WS-PERF-NOMBRE(WS-IDX-PERF)
034200         MOVE 0 TO WS-PERF-NUM-CAR(WS-IDX-PERF)
034300         MOVE SPACES TO WS-PERF-CARACT(WS-IDX-PERF)
034400         MOVE 0 TO WS-PERF-TOTAL(WS-IDX-PERF)
034500         PERFORM 1240-LIMPIAR-LETRA-PERF THRU 1240-EXIT
034600             VARYING WS-IDX-LETRA FROM 1 BY 1
034700             UNTIL WS-IDX-LETRA > 26
034800     END-IF
034900*    SOLO CUENTAN LOS CARACTERES QUE NO SON LETRA NI DIGITO
035000*    ASCII: LAS LETRAS COMUNES NO DISTINGUEN UN IDIOMA.
035100     IF WS-IDX-PERF > 0
035200        AND (NRM-TIPO = "MAPA" OR NRM-TIPO = "LETRA")
035300        AND NRM-CAR-DE NOT ALPHABETIC
035400        AND NRM-CAR-DE NOT NUMERIC
035500        AND WS-PERF-NUM-CAR(WS-IDX-PERF) < 50
035600         MOVE 0 TO WS-CONTADOR
035700         INSPECT WS-PERF-CARACT(WS-IDX-PERF)
035800             TALLYING WS-CONTADOR FOR ALL NRM-CAR-DE
035900         IF WS-CONTADOR = 0
036000             ADD 1 TO WS-PERF-NUM-CAR(WS-IDX-PERF)
036100             MOVE NRM-CAR-DE TO WS-PERF-CARACT(WS-IDX-PERF)
036200                 (WS-PERF-NUM-CAR(WS-IDX-PERF):1)
036300         END-IF
036400     END-IF
036500     PERFORM 1210-LEER-NORMA THRU 1210-EXIT.
036600 1220-EXIT.
036700     EXIT.
036800*================================================================
036900 1230-COMPARAR-NOMBRE.
037000*================================================================
037100     IF WS-PERF-NOMBRE(WS-IDX-PERF-2) = NRM-PERFIL
037200         MOVE WS-IDX-PERF-2 TO WS-IDX-PERF
037300     END-IF.
037400 1230-EXIT.
037500     EXIT.
037600*================================================================
037700 1240-LIMPIAR-LETRA-PERF.
037800*================================================================
037900     MOVE 0 TO WS-PERF-LETRA(WS-IDX-PERF, WS-IDX-LETRA).
038000 1240-EXIT.
038100     EXIT.
038200*================================================================
038300 2000-EXAMINAR-REGISTRO.
038400*================================================================
038500     ADD 1 TO WS-TOTAL-REGISTROS
038600     PERFORM 2300-LOCALIZAR-CLIENTE THRU 2300-EXIT
038700     IF WS-IDX-CLI > 0
038800         ADD 1 TO WS-CLI-TEXTOS(WS-IDX-CLI)
038900         COMPUTE WS-LARGO =
039000             FUNCTION STORED-CHAR-LENGTH(WS-TEXTO)
039100         PERFORM 2400-EXAMINAR-CARACTER THRU 2400-EXIT
039200             VARYING WS-IDX FROM 1 BY 1
039300             UNTIL WS-IDX > WS-LARGO
039400     END-IF
039500     PERFORM 2100-LEER-ELTEXTO THRU 2100-EXIT.
039600 2000-EXIT.
039700     EXIT.
039800*================================================================
039900 2100-LEER-ELTEXTO.
040000*================================================================
040100*    LECTURA LOGICA: LOS SEGMENTOS DE UNA CADENA DE CONTINUACION
040200*    (MARCA "+", HASTA TRES) SE CONCATENAN A ANCHO FIJO EN
040300*    WS-TEXTO. EL REGISTRO QUE ROMPE UNA CADENA POR CAMBIO DE
040400*    CLIENTE QUEDA PENDIENTE Y SE SIRVE EN LA PROXIMA LECTURA.
040500     MOVE "N" TO WS-CADENA-ROTA
040600     IF HAY-PENDIENTE
040700         MOVE "N" TO WS-PENDIENTE
040800         MOVE WS-PEN-CLIENTE TO WS-CLIENTE
040900         MOVE SPACES TO WS-TEXTO
041000         MOVE WS-PEN-TEXTO TO WS-TEXTO(1:7992)
041100         MOVE WS-PEN-CONT TO WS-CONT-ACTUAL
041200     ELSE
041300         READ ELTEXTO-FILE
041400             AT END
041500                 SET FIN-FICHERO TO TRUE
041600             NOT AT END
041700                 MOVE ELTEXTO-CLIENTE TO WS-CLIENTE
041800                 MOVE SPACES TO WS-TEXTO
041900                 MOVE ELTEXTO-TEXTO TO WS-TEXTO(1:7992)
042000                 MOVE ELTEXTO-CONT TO WS-CONT-ACTUAL
042100         END-READ
042200     END-IF
042300     IF FIN-FICHERO
042400         GO TO 2100-EXIT
042500     END-IF
042600     MOVE 1 TO WS-SEGMENTOS
042700     PERFORM 2150-ANEXAR-CONTINUACION THRU 2150-EXIT
042800         UNTIL WS-CONT-ACTUAL NOT = "+"
042900            OR CADENA-ROTA.
043000 2100-EXIT.
043100     EXIT.
043200*================================================================
043300 2150-ANEXAR-CONTINUACION.
043400*================================================================
043500     IF WS-SEGMENTOS >= 3
043600         SET CADENA-ROTA TO TRUE
043700         MOVE SPACE TO WS-CONT-ACTUAL
043800         GO TO 2150-EXIT
043900     END-IF
044000     READ ELTEXTO-FILE
044100         AT END
044200             SET CADENA-ROTA TO TRUE
044300             MOVE SPACE TO WS-CONT-ACTUAL
044400         NOT AT END
044500             IF ELTEXTO-CLIENTE NOT = WS-CLIENTE
044600                 SET CADENA-ROTA TO TRUE
044700                 SET HAY-PENDIENTE TO TRUE
044800                 MOVE ELTEXTO-CLIENTE TO WS-PEN-CLIENTE
044900                 MOVE ELTEXTO-TEXTO TO WS-PEN-TEXTO
045000                 MOVE ELTEXTO-CONT TO WS-PEN-CONT
045100                 MOVE SPACE TO WS-CONT-ACTUAL
045200             ELSE
045300                 COMPUTE WS-OFFSET-SEG =
045400                     (WS-SEGMENTOS * 7992) + 1
045500                 MOVE ELTEXTO-TEXTO
045600                     TO WS-TEXTO(WS-OFFSET-SEG:7992)
045700                 ADD 1 TO WS-SEGMENTOS
045800                 MOVE ELTEXTO-CONT TO WS-CONT-ACTUAL
045900             END-IF
046000     END-READ.
046100 2150-EXIT.
046200     EXIT.
046300*================================================================
046400 2300-LOCALIZAR-CLIENTE.
046500*================================================================
046600*    UN CODIGO QUE NO ESTA EN EL MAESTRO SE DA DE ALTA SIN
046700*    PERFIL: SE LISTA PERO NO SE PUEDE CONTRASTAR.
046800     MOVE 0 TO WS-IDX-CLI
046900     PERFORM 2310-COMPARAR-CLIENTE THRU 2310-EXIT
047000         VARYING WS-IDX-BUSCA FROM 1 BY 1
047100         UNTIL WS-IDX-BUSCA > WS-NUM-CLIENTES
047200            OR WS-IDX-CLI > 0
047300     IF WS-IDX-CLI = 0
047400         IF WS-NUM-CLIENTES < 200
047500             ADD 1 TO WS-NUM-CLIENTES
047600             MOVE WS-NUM-CLIENTES TO WS-IDX-CLI
047700             PERFORM 1130-INICIAR-CLIENTE THRU 1130-EXIT
047800             MOVE WS-CLIENTE TO WS-CLI-CODIGO(WS-IDX-CLI)
047900         ELSE
048000             ADD 1 TO WS-SIN-SITIO
048100         END-IF
048200     END-IF.
048300 2300-EXIT.
048400     EXIT.
048500*================================================================
048600 2310-COMPARAR-CLIENTE.
048700*================================================================
048800     IF WS-CLI-CODIGO(WS-IDX-BUSCA) = WS-CLIENTE
048900         MOVE WS-IDX-BUSCA TO WS-IDX-CLI
049000     END-IF.
049100 2310-EXIT.
049200     EXIT.
049300*================================================================
049400 2400-EXAMINAR-CARACTER.
049500*================================================================
049600*    LAS LETRAS ASCII VAN AL HISTOGRAMA; CUALQUIER OTRO
049700*    CARACTER QUE NO SEA BLANCO, DIGITO NI SIGNO ASCII SE
049800*    BUSCA EN LOS CARACTERES PROPIOS DE CADA PERFIL.
049900     MOVE WS-TEXTO(WS-IDX:1) TO WS-CARACTER
050000     EVALUATE TRUE
050100         WHEN WS-CARACTER >= "A" AND WS-CARACTER <= "Z"
050200             PERFORM 2410-CONTAR-LETRA THRU 2410-EXIT
050300         WHEN WS-CARACTER >= "a" AND WS-CARACTER <= "z"
050400             MOVE FUNCTION UPPER-CASE(WS-CARACTER)
050500                 TO WS-CARACTER
050600             PERFORM 2410-CONTAR-LETRA THRU 2410-EXIT
050700         WHEN WS-CARACTER < X"80"
050800             CONTINUE
050900         WHEN OTHER
051000             MOVE "N" TO WS-EN-PROPIO
051100             MOVE "N" TO WS-EN-OTRO
051200             PERFORM 2420-CONTAR-PROPIO THRU 2420-EXIT
051300                 VARYING WS-IDX-PERF FROM 1 BY 1
051400                 UNTIL WS-IDX-PERF > WS-NUM-PERFILES
051500*            CARACTER QUE EL PERFIL DEL CLIENTE NO CONOCE PERO
051600*            OTRO PERFIL SI: INDICIO DIRECTO DE OTRO IDIOMA.
051700             IF EN-OTRO AND NOT EN-PROPIO
051800                AND WS-CLI-PERFIL(WS-IDX-CLI) > 0
051900                 ADD 1 TO WS-CLI-AJENOS(WS-IDX-CLI)
052000             END-IF
052100     END-EVALUATE.
052200 2400-EXIT.
052300     EXIT.
052400*================================================================
052500 2410-CONTAR-LETRA.
052600*================================================================
052700     MOVE 0 TO WS-CONTADOR
052800     INSPECT WS-ABECEDARIO TALLYING WS-CONTADOR
052900         FOR CHARACTERS BEFORE INITIAL WS-CARACTER
053000     ADD 1 TO WS-CONTADOR
053100     ADD 1 TO WS-CLI-LETRA(WS-IDX-CLI, WS-CONTADOR)
053200     ADD 1 TO WS-CLI-TOTAL(WS-IDX-CLI).
053300 2410-EXIT.
053400     EXIT.
053500*================================================================
053600 2420-CONTAR-PROPIO.
053700*================================================================
053800     MOVE 0 TO WS-CONTADOR
053900     INSPECT WS-PERF-CARACT(WS-IDX-PERF)
054000         TALLYING WS-CONTADOR FOR ALL WS-CARACTER
054100     IF WS-CONTADOR > 0
054200         ADD 1 TO WS-CLI-CAR-PERF(WS-IDX-CLI, WS-IDX-PERF)
054300         IF WS-IDX-PERF = WS-CLI-PERFIL(WS-IDX-CLI)
054400             SET EN-PROPIO TO TRUE
054500         ELSE
054600             SET EN-OTRO TO TRUE
054700         END-IF
054800     END-IF.
054900 2420-EXIT.
055000     EXIT.
055100*================================================================
055200 3000-SUMAR-PERFILES.
055300*================================================================
055400*    EL REPARTO DE LETRAS DE REFERENCIA DE CADA PERFIL ES EL DE
055500*    LA NOCHE SUMADO DE TODOS LOS CLIENTES QUE LO TIENEN
055600*    ASIGNADO: SE CALIBRA SOLO Y NO HAY TABLAS QUE MANTENER.
055700     PERFORM 3100-SUMAR-CLIENTE THRU 3100-EXIT
055800         VARYING WS-IDX-CLI FROM 1 BY 1
055900         UNTIL WS-IDX-CLI > WS-NUM-CLIENTES.
056000 3000-EXIT.
056100     EXIT.
056200*================================================================
056300 3100-SUMAR-CLIENTE.
056400*================================================================
056500     MOVE WS-CLI-PERFIL(WS-IDX-CLI) TO WS-IDX-PERF
056600     IF WS-IDX-PERF = 0
056700         GO TO 3100-EXIT
056800     END-IF
056900     ADD WS-CLI-TOTAL(WS-IDX-CLI) TO WS-PERF-TOTAL(WS-IDX-PERF)
057000     PERFORM 3110-SUMAR-LETRA THRU 3110-EXIT
057100         VARYING WS-IDX-LETRA FROM 1 BY 1
057200         UNTIL WS-IDX-LETRA > 26.
057300 3100-EXIT.
057400     EXIT.
057500*================================================================
057600 3110-SUMAR-LETRA.
057700*================================================================
057800     ADD WS-CLI-LETRA(WS-IDX-CLI, WS-IDX-LETRA)
057900         TO WS-PERF-LETRA(WS-IDX-PERF, WS-IDX-LETRA).
058000 3110-EXIT.
058100     EXIT.
058200*================================================================
058300 4000-ESCRIBIR-INFORME.
058400*================================================================
058500     MOVE "CONTROL DE IDIOMA POR CLIENTE (ELTEXTO / CLM-IDIOMA)"
058600         TO RPT-LINEA
058700     WRITE RPT-LINEA
058800     MOVE SPACES TO RPT-LINEA
058900     STRING "CLIENTE   IDIOMA     TEXTOS     LETRAS   AJENOS"
059000         "  DIST  CERCANO   DIST  VEREDICTO" DELIMITED BY SIZE
059100         INTO RPT-LINEA
059200     END-STRING
059300     WRITE RPT-LINEA
059400     PERFORM 4100-COMPARAR-CLIENTE THRU 4100-EXIT
059500         VARYING WS-IDX-CLI FROM 1 BY 1
059600         UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
059700     MOVE "TOTAL TEXTOS LEIDOS" TO RPT-RESUMEN-ETIQUETA
059800     MOVE WS-TOTAL-REGISTROS TO RPT-RESUMEN-VALOR
059900     WRITE RPT-RESUMEN-REGISTRO
060000     MOVE "CLIENTES CON IDIOMA DISTINTO" TO RPT-RESUMEN-ETIQUETA
060100     MOVE WS-TOTAL-DISTINTOS TO RPT-RESUMEN-VALOR
060200     WRITE RPT-RESUMEN-REGISTRO
060300     MOVE "CLIENTES SIN PERFIL" TO RPT-RESUMEN-ETIQUETA
060400     MOVE WS-TOTAL-SIN-PERFIL TO RPT-RESUMEN-VALOR
060500     WRITE RPT-RESUMEN-REGISTRO
060600     MOVE "CLIENTES CON POCO TEXTO" TO RPT-RESUMEN-ETIQUETA
060700     MOVE WS-TOTAL-POCO-TEXTO TO RPT-RESUMEN-VALOR
060800     WRITE RPT-RESUMEN-REGISTRO
060900     IF WS-SIN-SITIO > 0
061000         MOVE "TEXTOS SIN SITIO EN TABLA" TO RPT-RESUMEN-ETIQUETA
061100         MOVE WS-SIN-SITIO TO RPT-RESUMEN-VALOR
061200         WRITE RPT-RESUMEN-REGISTRO
061300     END-IF
061400     IF WS-TOTAL-DISTINTOS > 0
061500         MOVE 4 TO RETURN-CODE
061600     END-IF.
061700 4000-EXIT.
061800     EXIT.
061900*================================================================
062000 4100-COMPARAR-CLIENTE.
062100*================================================================
062200*    SOLO SE LISTAN LOS CLIENTES QUE HAN ENVIADO TEXTO ESTA
062300*    NOCHE. DOS INDICIOS, BASTA UNO:
062400*    - CARACTERES AJENOS A SU PERFIL Y PROPIOS DE OTRO POR
062500*      ENCIMA DEL UMBRAL (POR MIL LETRAS);
062600*    - UN REPARTO DE LETRAS MAS CERCANO AL DE OTRO PERFIL QUE AL
062700*      SUYO POR MAS DEL MARGEN.
062800     IF WS-CLI-TEXTOS(WS-IDX-CLI) = 0
062900         GO TO 4100-EXIT
063000     END-IF
063100     MOVE SPACES TO RPT-DETALLE
063200     MOVE SPACES TO WS-VEREDICTO
063300     MOVE 0 TO WS-DIST-PROPIA WS-DIST-CERCANA
063400     MOVE 0 TO WS-PERF-CERCANO WS-PERF-AJENO WS-MAX-AJENO
063500     MOVE WS-CLI-CODIGO(WS-IDX-CLI) TO RPT-CLIENTE
063600     MOVE WS-CLI-IDIOMA(WS-IDX-CLI) TO RPT-IDIOMA
063700     MOVE WS-CLI-TEXTOS(WS-IDX-CLI) TO RPT-TEXTOS
063800     MOVE WS-CLI-TOTAL(WS-IDX-CLI) TO RPT-LETRAS
063900     MOVE WS-CLI-AJENOS(WS-IDX-CLI) TO RPT-AJENOS
064000     IF WS-CLI-PERFIL(WS-IDX-CLI) = 0
064100         MOVE "SIN PERFIL" TO WS-VEREDICTO
064200         ADD 1 TO WS-TOTAL-SIN-PERFIL
064300         GO TO 4100-ESCRIBIR
064400     END-IF
064500     IF WS-CLI-TOTAL(WS-IDX-CLI) < WS-MIN-LETRAS
064600         MOVE "POCO TEXTO" TO WS-VEREDICTO
064700         ADD 1 TO WS-TOTAL-POCO-TEXTO
064800         GO TO 4100-ESCRIBIR
064900     END-IF
065000     MOVE "OK" TO WS-VEREDICTO
065100     MOVE WS-CLI-PERFIL(WS-IDX-CLI) TO WS-IDX-PERF
065200     PERFORM 4200-DISTANCIA THRU 4200-EXIT
065300     MOVE WS-DISTANCIA TO WS-DIST-PROPIA
065400     MOVE WS-DISTANCIA TO WS-DIST-CERCANA
065500     MOVE WS-IDX-PERF TO WS-PERF-CERCANO
065600     PERFORM 4300-PROBAR-PERFIL THRU 4300-EXIT
065700         VARYING WS-IDX-PERF FROM 1 BY 1
065800         UNTIL WS-IDX-PERF > WS-NUM-PERFILES
065900     MOVE WS-DIST-PROPIA TO RPT-DIST-PROPIA
066000     MOVE WS-DIST-CERCANA TO RPT-DIST-CERCANA
066100     MOVE WS-PERF-NOMBRE(WS-PERF-CERCANO) TO RPT-CERCANO
066200     COMPUTE WS-AJENOS-LIMITE =
066300         (WS-CLI-TOTAL(WS-IDX-CLI) * WS-AJENOS-MIL) / 1000
066400     IF WS-CLI-AJENOS(WS-IDX-CLI) > WS-AJENOS-LIMITE
066500        AND WS-PERF-AJENO > 0
066600         MOVE "IDIOMA DISTINTO" TO WS-VEREDICTO
066700         MOVE WS-PERF-NOMBRE(WS-PERF-AJENO) TO RPT-CERCANO
066800     END-IF
066900     IF WS-PERF-CERCANO NOT = WS-CLI-PERFIL(WS-IDX-CLI)
067000        AND WS-DIST-CERCANA + WS-MARGEN-DIST < WS-DIST-PROPIA
067100         MOVE "IDIOMA DISTINTO" TO WS-VEREDICTO
067200     END-IF
067300     IF VEREDICTO-DISTINTO
067400         ADD 1 TO WS-TOTAL-DISTINTOS
067500         PERFORM 4400-EMITIR-ALERTA THRU 4400-EXIT
067600     END-IF.
067700 4100-ESCRIBIR.
067800     MOVE WS-VEREDICTO TO RPT-VEREDICTO
067900     WRITE RPT-DETALLE.
068000 4100-EXIT.
068100     EXIT.
068200*================================================================
068300 4200-DISTANCIA.
068400*================================================================
068500*    DISTANCIA ENTRE EL CLIENTE EN CURSO Y EL PERFIL WS-IDX-PERF.
068600*    UN PERFIL CON POCAS LETRAS DE REFERENCIA NO ES COMPARABLE
068700*    Y QUEDA A DISTANCIA MAXIMA.
068800     MOVE 0 TO WS-DISTANCIA
068900     IF WS-PERF-TOTAL(WS-IDX-PERF) < WS-MIN-LETRAS-PERF
069000         MOVE 2000 TO WS-DISTANCIA
069100         GO TO 4200-EXIT
069200     END-IF
069300     PERFORM 4210-DIFERENCIA-LETRA THRU 4210-EXIT
069400         VARYING WS-IDX-LETRA FROM 1 BY 1
069500         UNTIL WS-IDX-LETRA > 26.
069600 4200-EXIT.
069700     EXIT.
069800*================================================================
069900 4210-DIFERENCIA-LETRA.
070000*================================================================
070100     COMPUTE WS-MIL-CLIENTE =
070200         (WS-CLI-LETRA(WS-IDX-CLI, WS-IDX-LETRA) * 1000)
070300         / WS-CLI-TOTAL(WS-IDX-CLI)
070400     COMPUTE WS-MIL-PERFIL =
070500         (WS-PERF-LETRA(WS-IDX-PERF, WS-IDX-LETRA) * 1000)
070600         / WS-PERF-TOTAL(WS-IDX-PERF)
070700     COMPUTE WS-DIFERENCIA = WS-MIL-CLIENTE - WS-MIL-PERFIL
070800     IF WS-DIFERENCIA < 0
070900         COMPUTE WS-DIFERENCIA = 0 - WS-DIFERENCIA
071000     END-IF
071100     ADD WS-DIFERENCIA TO WS-DISTANCIA.
071200 4210-EXIT.
071300     EXIT.
071400*================================================================
071500 4300-PROBAR-PERFIL.
071600*================================================================
071700*    SE BUSCA EL PERFIL MAS CERCANO Y, APARTE, EL PERFIL AJENO
071800*    CON MAS CARACTERES PROPIOS EN LOS TEXTOS DEL CLIENTE.
071900     IF WS-IDX-PERF = WS-CLI-PERFIL(WS-IDX-CLI)
072000         GO TO 4300-EXIT
072100     END-IF
072200     IF WS-CLI-CAR-PERF(WS-IDX-CLI, WS-IDX-PERF) > WS-MAX-AJENO
072300         MOVE WS-CLI-CAR-PERF(WS-IDX-CLI, WS-IDX-PERF)
072400             TO WS-MAX-AJENO
072500         MOVE WS-IDX-PERF TO WS-PERF-AJENO
072600     END-IF
072700     PERFORM 4200-DISTANCIA THRU 4200-EXIT
072800     IF WS-DISTANCIA < WS-DIST-CERCANA
072900         MOVE WS-DISTANCIA TO WS-DIST-CERCANA
073000         MOVE WS-IDX-PERF TO WS-PERF-CERCANO
073100     END-IF.
073200 4300-EXIT.
073300     EXIT.
073400*================================================================
073500 4400-EMITIR-ALERTA.
073600*================================================================
073700*    AVISO PARA CALIDAD DE DATOS: EL MAESTRO SE CORRIGE CON
073800*    MANTCLI ANTES DE LA PROXIMA CORRIDA.
073900     MOVE SPACES TO ALR-STD-REGISTRO
074000     MOVE "IDIOMTXT" TO ALR-STD-PROGRAMA
074100     MOVE "A" TO ALR-STD-SEVERIDAD
074200     STRING "CLIENTE " DELIMITED BY SIZE
074300         WS-CLI-CODIGO(WS-IDX-CLI) DELIMITED BY SPACE
074400         ": TEXTOS EN " DELIMITED BY SIZE
074500         RPT-CERCANO DELIMITED BY SPACE
074600         ", CLIMAST DICE " DELIMITED BY SIZE
074700         WS-CLI-IDIOMA(WS-IDX-CLI) DELIMITED BY SPACE
074800         INTO ALR-STD-TEXTO
074900     END-STRING
075000     CALL "ALERTADOR" USING ALR-STD-REGISTRO.
075100 4400-EXIT.
075200     EXIT.
075300*================================================================
075400 9000-TERMINATE.
075500*================================================================
075600     IF NOT WS-IN-NO-EXISTE
075700         CLOSE ELTEXTO-FILE
075800     END-IF
075900     CLOSE IDIOMA-RPT.
076000 9000-EXIT.
076100     EXIT.
076200 END PROGRAM IDIOMTXT.
