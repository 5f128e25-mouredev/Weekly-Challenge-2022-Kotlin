000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MANTCLI.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE VALIDACION DE TEXTOS.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. MANTENIMIENTO DEL MAESTRO
001300*                    DE CLIENTES (CLIMAST) QUE LEEN PALINDROMO Y
001400*                    TABLERO: EL FICHERO DEJA DE EDITARSE A
001500*                    MANO. TRANSACCIONES CLITRAN (A ALTA, C
001600*                    CAMBIO, S SUSPENSION, R REACTIVACION, B
001700*                    BAJA; CLAVE CODIGO DE CLIENTE). EL IDIOMA
001800*                    SE CONTRASTA CONTRA LOS PERFILES DE NORMAST
001900*                    Y LA BANDA DE VOLUMEN DEBE SER COHERENTE
002000*                    (MINIMO NO MAYOR QUE MAXIMO), DE MODO QUE
002100*                    UN IDIOMA MAL TECLEADO YA NO SE DESCUBRE A
002200*                    LA NOCHE SIGUIENTE COMO UNA OLA DE RECHAZOS
002300*                    EN PALINDREJ. EXIGE OPERADOR CON PERMISO
002400*                    MANTCLI (MODULO OPERSEG). EL INFORME DE
002500*                    MANTENIMIENTO (MANTLRPT) DEJA CADA
002600*                    TRANSACCION COMO APLICADA O RECHAZADA CON
002700*                    SU MOTIVO Y LAS IMAGENES ANTES/DESPUES DE
002800*                    LA FICHA; CADA TRANSACCION SE ANOTA EN LA
002900*                    AUDITORIA DEL DIA Y EL MAESTRO SE REGRABA
003000*                    ENTERO, COMO HACE MANTDIV CON DIVMAST.
003010* 2026-10-15  MNT    REGION FISCAL EN LA FICHA DEL CLIENTE (TRES
003020*                    POSICIONES AL FINAL DE CLIMAST Y DE CLITRAN),
003030*                    CONTRASTADA CONTRA EL MAESTRO DE TIPOS
003040*                    IMPOSITIVOS IMPMAST COMO EL IDIOMA CONTRA
003050*                    NORMAST. FACTUPOL LA USA PARA EL IMPUESTO.
003058* 2026-10-15  MNT    DIARIO COMUN DE CAMBIOS (MODULO REGCAMB):
003066*                    CADA FICHA SE PASA AL LEER Y AL REGRABAR EL
003074*                    MAESTRO; LAS ALTAS, CAMBIOS Y BAJAS QUEDAN
003082*                    EN CAMBLOG CON SU LOTE, QUE SALE EN EL
003090*                    RESUMEN Y PERMITE DESHACERLAS (DESHACE).
003091* 2026-10-15  MNT    POLITICA DE VEREDICTO EN LA FICHA DEL
003092*                    CLIENTE (OCHO POSICIONES AL FINAL DE CLIMAST
003093*                    Y DE CLITRAN), CONTRASTADA CONTRA EL MAESTRO
003094*                    DE POLITICAS POLMAST; EN BLANCO O DEFECTO EL
003095*                    CLIENTE SIGUE LA POLITICA POR DEFECTO.
003096*                    PALINDROMO LA APLICA TEXTO A TEXTO.
003097* 2026-10-15  MNT    LA FICHA DE CLIMAST SE TOMA DEL COPY CLIREG,
003098*                    COMUN A TODOS LOS PROGRAMAS QUE LEEN O
003099*                    ESCRIBEN EL MAESTRO.
003100*----------------------------------------------------------------
003200 ENVIRONMENT     DIVISION.
003300 INPUT-OUTPUT    SECTION.
003400 FILE-CONTROL.
003500     SELECT CLIENTE-MAST ASSIGN TO "CLIMAST"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-MAST-STATUS.
003800     SELECT CLIENTE-TRAN ASSIGN TO "CLITRAN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-TRAN-STATUS.
004100     SELECT NORMA-MAST ASSIGN TO "NORMAST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-NRM-STATUS.
004310     SELECT IMPUESTO-MAST ASSIGN TO "IMPMAST"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS WS-IMP-STATUS.
004340     SELECT POLITICA-MAST ASSIGN TO "POLMAST"
004350         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS WS-POL-STATUS.
004400     SELECT MANTENIMIENTO-RPT ASSIGN TO "MANTLRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA            DIVISION.
004700 FILE            SECTION.
004800 FD  CLIENTE-MAST
004900     RECORDING MODE IS F.
005000     COPY CLIREG.
005700 FD  CLIENTE-TRAN
005800     RECORDING MODE IS F.
005900 01  TRAN-REGISTRO.
006000     05  TRAN-ACCION         PIC X(01).
006100     05  TRAN-CODIGO         PIC X(08).
006200     05  TRAN-NOMBRE         PIC X(30).
006300     05  TRAN-BANDA-MIN      PIC X(09).
006400     05  TRAN-BANDA-MIN-N REDEFINES TRAN-BANDA-MIN
006500                             PIC 9(09).
006600     05  TRAN-BANDA-MAX      PIC X(09).
006700     05  TRAN-BANDA-MAX-N REDEFINES TRAN-BANDA-MAX
006800                             PIC 9(09).
006900     05  TRAN-IDIOMA         PIC X(08).
006910     05  TRAN-REGION-FISCAL  PIC X(03).
006920     05  TRAN-POLITICA       PIC X(08).
007000 FD  NORMA-MAST
007100     RECORDING MODE IS F.
007200 01  NRM-REGISTRO.
007300     05  NRM-PERFIL          PIC X(08).
007400     05  NRM-TIPO            PIC X(05).
007500     05  NRM-CAR-DE          PIC X(01).
007600     05  NRM-CAR-A           PIC X(01).
007610 FD  IMPUESTO-MAST
007620     RECORDING MODE IS F.
007630     COPY IMPREG.
007640 FD  POLITICA-MAST
007650     RECORDING MODE IS F.
007660     COPY POLREG.
007700 FD  MANTENIMIENTO-RPT
007800     RECORDING MODE IS F.
007900 01  RPT-REGISTRO.
008000     05  RPT-ACCION          PIC X(01).
008100     05  FILLER              PIC X(01) VALUE SPACE.
008200     05  RPT-CODIGO          PIC X(08).
008300     05  FILLER              PIC X(01) VALUE SPACE.
008400     05  RPT-ESTADO          PIC X(09).
008500     05  FILLER              PIC X(01) VALUE SPACE.
008600     05  RPT-MOTIVO          PIC X(30).
008700 01  RPT-IMAGEN.
008800     05  FILLER              PIC X(02) VALUE SPACES.
008900     05  RPT-IMG-MARCA       PIC X(07).
009000     05  FILLER              PIC X(01) VALUE SPACE.
009100     05  RPT-IMG-NOMBRE      PIC X(30).
009200     05  FILLER              PIC X(01) VALUE SPACE.
009300     05  RPT-IMG-ESTADO      PIC X(01).
009400     05  FILLER              PIC X(01) VALUE SPACE.
009500     05  RPT-IMG-MIN         PIC Z(8)9.
009600     05  FILLER              PIC X(01) VALUE SPACE.
009700     05  RPT-IMG-MAX         PIC Z(8)9.
009800     05  FILLER              PIC X(01) VALUE SPACE.
009900     05  RPT-IMG-IDIOMA      PIC X(08).
009910     05  FILLER              PIC X(01) VALUE SPACE.
009920     05  RPT-IMG-REGION      PIC X(03).
009930     05  FILLER              PIC X(01) VALUE SPACE.
009940     05  RPT-IMG-POLITICA    PIC X(08).
010000 01  RPT-RESUMEN-REGISTRO.
010100     05  RPT-RESUMEN-ETIQUETA PIC X(30).
010200     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
010300 WORKING-STORAGE SECTION.
010400*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
010500     COPY OPSSTD.
010600*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
010700     COPY AUDREG.
010710*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
010720     COPY CAMSTD.
010800 01  WS-OPERADOR-VALIDO      PIC X(01) VALUE "N".
010900     88  OPERADOR-VALIDO             VALUE "S".
011000 01  WS-MAST-STATUS          PIC X(02).
011100     88  WS-MAST-NO-EXISTE           VALUE "35".
011200     88  WS-MAST-FIN-FICHERO         VALUE "10".
011300 01  WS-TRAN-STATUS          PIC X(02).
011400     88  WS-TRAN-NO-EXISTE           VALUE "35".
011500     88  WS-TRAN-FIN-FICHERO         VALUE "10".
011600 01  WS-NRM-STATUS           PIC X(02).
011700     88  WS-NRM-NO-EXISTE            VALUE "35".
011800     88  WS-NRM-FIN-FICHERO          VALUE "10".
011810 01  WS-IMP-STATUS           PIC X(02).
011820     88  WS-IMP-NO-EXISTE            VALUE "35".
011830     88  WS-IMP-FIN-FICHERO          VALUE "10".
011840 01  WS-POL-STATUS           PIC X(02).
011850     88  WS-POL-NO-EXISTE            VALUE "35".
011860     88  WS-POL-FIN-FICHERO          VALUE "10".
011900 01  WS-SWITCHES.
012000     05  WS-TRAN-MALA        PIC X(01) VALUE "N".
012100         88  TRAN-MALA               VALUE "S".
012200     05  WS-HAY-ANTES        PIC X(01) VALUE "N".
012300         88  HAY-ANTES               VALUE "S".
012400 01  WS-MOTIVO               PIC X(30).
012500 01  WS-IDX-HALLADO          PIC 9(03) COMP VALUE ZERO.
012600 01  WS-IDX                  PIC 9(03) COMP VALUE ZERO.
012700*    IMAGEN DE LA FICHA ANTES DEL CAMBIO, PARA EL INFORME.
012800 01  WS-ANTES.
012900     05  WS-ANT-NOMBRE       PIC X(30).
013000     05  WS-ANT-ESTADO       PIC X(01).
013100     05  WS-ANT-MIN          PIC 9(09).
013200     05  WS-ANT-MAX          PIC 9(09).
013300     05  WS-ANT-IDIOMA       PIC X(08).
013310     05  WS-ANT-REGION       PIC X(03).
013320     05  WS-ANT-POLITICA     PIC X(08).
013400*    PERFILES DE NORMALIZACION CONOCIDOS (NOMBRES DISTINTOS DE
013500*    NORMAST): UN IDIOMA QUE NO ESTE AQUI NO SE ADMITE.
013600 01  WS-TABLA-PERFILES.
013700     05  WS-NUM-PERFILES     PIC 9(02) COMP VALUE ZERO.
013800     05  WS-PERF-NOMBRE      OCCURS 50 TIMES PIC X(08).
013900 01  WS-IDX-PERF             PIC 9(02) COMP VALUE ZERO.
014000 01  WS-PERFIL-BUSCADO       PIC X(08) VALUE SPACES.
014100 01  WS-PERFIL-HALLADO       PIC X(01) VALUE "N".
014200     88  PERFIL-HALLADO              VALUE "S".
014210*    REGIONES FISCALES CON ALGUN TIPO EN IMPMAST: UNA REGION QUE
014220*    NO ESTE AQUI NO SE ADMITE EN LA FICHA.
014230 01  WS-TABLA-REGIONES.
014240     05  WS-NUM-REGIONES     PIC 9(02) COMP VALUE ZERO.
014250     05  WS-REG-CODIGO       OCCURS 50 TIMES PIC X(03).
014260 01  WS-IDX-REG              PIC 9(02) COMP VALUE ZERO.
014270 01  WS-REGION-BUSCADA       PIC X(03) VALUE SPACES.
014280 01  WS-REGION-HALLADA       PIC X(01) VALUE "N".
014290     88  REGION-HALLADA              VALUE "S".
014291*    POLITICAS DE VEREDICTO DE POLMAST: UNA POLITICA QUE NO ESTE
014292*    AQUI (NI SEA DEFECTO) NO SE ADMITE EN LA FICHA.
014293 01  WS-TABLA-POLITICAS.
014294     05  WS-NUM-POLITICAS    PIC 9(02) COMP VALUE ZERO.
014295     05  WS-POL-CODIGO       OCCURS 50 TIMES PIC X(08).
014296 01  WS-IDX-POL              PIC 9(02) COMP VALUE ZERO.
014297 01  WS-POLITICA-BUSCADA     PIC X(08) VALUE SPACES.
014298 01  WS-POLITICA-HALLADA     PIC X(01) VALUE "N".
014299     88  POLITICA-HALLADA            VALUE "S".
014300 01  WS-TABLA-MAESTRO.
014400     05  WS-NUM-CLIENTES     PIC 9(03) COMP VALUE ZERO.
014500     05  WS-CLI-ENTRY OCCURS 200 TIMES
014600                      INDEXED BY WS-CLI-IDX.
014700         10  WS-CLI-CODIGO   PIC X(08).
014800         10  WS-CLI-NOMBRE   PIC X(30).
014900         10  WS-CLI-ESTADO   PIC X(01).
015000         10  WS-CLI-MIN      PIC 9(09).
015100         10  WS-CLI-MAX      PIC 9(09).
015200         10  WS-CLI-IDIOMA   PIC X(08).
015210         10  WS-CLI-REGION   PIC X(03).
015220         10  WS-CLI-POLITICA PIC X(08).
015300         10  WS-CLI-BORRADA  PIC X(01).
015400 01  WS-CONTADORES.
015500     05  WS-TOTAL-TRANS      PIC 9(05) COMP VALUE ZERO.
015600     05  WS-TOTAL-APLICADAS  PIC 9(05) COMP VALUE ZERO.
015700     05  WS-TOTAL-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
015800     05  WS-TOTAL-EN-MAESTRO PIC 9(05) COMP VALUE ZERO.
015900 PROCEDURE       DIVISION.
016000*================================================================
016100 0000-MAINLINE.
016200*================================================================
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016400     PERFORM 1500-COMPROBAR-OPERADOR THRU 1500-EXIT
016500     IF OPERADOR-VALIDO
016600         PERFORM 2000-APLICAR-TRANSACCION THRU 2000-EXIT
016700             UNTIL WS-TRAN-FIN-FICHERO
016800         PERFORM 4000-REGRABAR-MAESTRO THRU 4000-EXIT
016900     END-IF
017000     PERFORM 9000-TERMINATE THRU 9000-EXIT
017100     GOBACK.
017200*================================================================
017300 1000-INITIALIZE.
017400*================================================================
017500     OPEN OUTPUT MANTENIMIENTO-RPT
017600     MOVE SPACES TO RPT-REGISTRO
017610     MOVE SPACES TO CAM-STD-AREA
017620     MOVE ZERO TO CAM-STD-LOTE CAM-STD-CAMBIOS
017700     PERFORM 1100-CARGAR-MAESTRO THRU 1100-EXIT
017800     PERFORM 1200-CARGAR-PERFILES THRU 1200-EXIT
017810     PERFORM 1300-CARGAR-REGIONES THRU 1300-EXIT
017820     PERFORM 1400-CARGAR-POLITICAS THRU 1400-EXIT
017900     OPEN INPUT CLIENTE-TRAN
018000     IF WS-TRAN-NO-EXISTE
018100         MOVE "10" TO WS-TRAN-STATUS
018200     ELSE
018300         PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
018400     END-IF.
018500 1000-EXIT.
018600     EXIT.
018700*================================================================
018800 1100-CARGAR-MAESTRO.
018900*================================================================
019000     OPEN INPUT CLIENTE-MAST
019100     IF WS-MAST-NO-EXISTE
019200         CONTINUE
019300     ELSE
019400         PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT
019500         PERFORM 1120-CARGAR-CLIENTE THRU 1120-EXIT
019600             UNTIL WS-MAST-FIN-FICHERO
019700         CLOSE CLIENTE-MAST
019800     END-IF.
019900 1100-EXIT.
020000     EXIT.
020100*================================================================
020200 1110-LEER-MAESTRO.
020300*================================================================
020400     READ CLIENTE-MAST
020500         AT END
020600             MOVE "10" TO WS-MAST-STATUS
020700     END-READ.
020800 1110-EXIT.
020900     EXIT.
021000*================================================================
021100 1120-CARGAR-CLIENTE.
021200*================================================================
021300     IF CLM-CODIGO NOT = SPACES AND WS-NUM-CLIENTES < 200
021400         ADD 1 TO WS-NUM-CLIENTES
021500         SET WS-CLI-IDX TO WS-NUM-CLIENTES
021600         MOVE CLM-CODIGO    TO WS-CLI-CODIGO(WS-CLI-IDX)
021700         MOVE CLM-NOMBRE    TO WS-CLI-NOMBRE(WS-CLI-IDX)
021800         MOVE CLM-ESTADO    TO WS-CLI-ESTADO(WS-CLI-IDX)
021900         MOVE CLM-BANDA-MIN TO WS-CLI-MIN(WS-CLI-IDX)
022000         MOVE CLM-BANDA-MAX TO WS-CLI-MAX(WS-CLI-IDX)
022100         MOVE CLM-IDIOMA    TO WS-CLI-IDIOMA(WS-CLI-IDX)
022110         MOVE CLM-REGION-FISCAL TO WS-CLI-REGION(WS-CLI-IDX)
022120         MOVE CLM-POLITICA  TO WS-CLI-POLITICA(WS-CLI-IDX)
022200         MOVE "N"           TO WS-CLI-BORRADA(WS-CLI-IDX)
022210         MOVE "O"           TO CAM-STD-FUNCION
022220         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
022300     END-IF
022400     PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT.
022500 1120-EXIT.
022600     EXIT.
022700*================================================================
022800 1200-CARGAR-PERFILES.
022900*================================================================
023000*    SOLO INTERESAN LOS NOMBRES DE PERFIL: CADA NOMBRE DISTINTO
023100*    DE NORMAST ES UN IDIOMA ADMISIBLE EN LA FICHA DEL CLIENTE.
023200     OPEN INPUT NORMA-MAST
023300     IF WS-NRM-NO-EXISTE
023400         GO TO 1200-EXIT
023500     END-IF
023600     PERFORM 1210-LEER-NORMA THRU 1210-EXIT
023700     PERFORM 1220-ANOTAR-PERFIL THRU 1220-EXIT
023800         UNTIL WS-NRM-FIN-FICHERO
023900     CLOSE NORMA-MAST.
024000 1200-EXIT.
024100     EXIT.
024200*================================================================
024300 1210-LEER-NORMA.
024400*================================================================
024500     READ NORMA-MAST
024600         AT END
024700             MOVE "10" TO WS-NRM-STATUS
024800     END-READ.
024900 1210-EXIT.
025000     EXIT.
025100*================================================================
025200 1220-ANOTAR-PERFIL.
025300*================================================================
025400     IF NRM-PERFIL NOT = SPACES
025500         MOVE NRM-PERFIL TO WS-PERFIL-BUSCADO
025600         PERFORM 2250-BUSCAR-PERFIL THRU 2250-EXIT
025700         IF NOT PERFIL-HALLADO AND WS-NUM-PERFILES < 50
025800             ADD 1 TO WS-NUM-PERFILES
025900             MOVE NRM-PERFIL TO WS-PERF-NOMBRE(WS-NUM-PERFILES)
026000         END-IF
026100     END-IF
026200     PERFORM 1210-LEER-NORMA THRU 1210-EXIT.
026300 1220-EXIT.
026400     EXIT.
026402*================================================================
026404 1300-CARGAR-REGIONES.
026406*================================================================
026408*    BASTA CON QUE LA REGION TENGA ALGUNA FILA EN IMPMAST; LA
026410*    VIGENCIA DEL TIPO LA RESUELVE FACTUPOL CON SU FECHA.
026412     OPEN INPUT IMPUESTO-MAST
026414     IF WS-IMP-NO-EXISTE
026416         GO TO 1300-EXIT
026418     END-IF
026420     PERFORM 1310-LEER-IMPUESTO THRU 1310-EXIT
026422     PERFORM 1320-ANOTAR-REGION THRU 1320-EXIT
026424         UNTIL WS-IMP-FIN-FICHERO
026426     CLOSE IMPUESTO-MAST.
026428 1300-EXIT.
026430     EXIT.
026432*================================================================
026434 1310-LEER-IMPUESTO.
026436*================================================================
026438     READ IMPUESTO-MAST
026440         AT END
026442             MOVE "10" TO WS-IMP-STATUS
026444     END-READ.
026446 1310-EXIT.
026448     EXIT.
026450*================================================================
026452 1320-ANOTAR-REGION.
026454*================================================================
026456     IF IMP-REGION NOT = SPACES
026458         MOVE IMP-REGION TO WS-REGION-BUSCADA
026460         PERFORM 2270-BUSCAR-REGION THRU 2270-EXIT
026462         IF NOT REGION-HALLADA AND WS-NUM-REGIONES < 50
026464             ADD 1 TO WS-NUM-REGIONES
026466             MOVE IMP-REGION TO WS-REG-CODIGO(WS-NUM-REGIONES)
026468         END-IF
026470     END-IF
026472     PERFORM 1310-LEER-IMPUESTO THRU 1310-EXIT.
026474 1320-EXIT.
026476     EXIT.
026477*================================================================
026478 1400-CARGAR-POLITICAS.
026479*================================================================
026480*    CADA CODIGO DISTINTO DE POLMAST ES UNA POLITICA ADMISIBLE EN
026481*    LA FICHA DEL CLIENTE.
026482     OPEN INPUT POLITICA-MAST
026483     IF WS-POL-NO-EXISTE
026484         GO TO 1400-EXIT
026485     END-IF
026486     PERFORM 1410-LEER-POLITICA THRU 1410-EXIT
026487     PERFORM 1420-ANOTAR-POLITICA THRU 1420-EXIT
026488         UNTIL WS-POL-FIN-FICHERO
026489     CLOSE POLITICA-MAST.
026490 1400-EXIT.
026491     EXIT.
026492*================================================================
026493 1410-LEER-POLITICA.
026494*================================================================
026495     READ POLITICA-MAST
026496         AT END
026497             MOVE "10" TO WS-POL-STATUS
026498     END-READ.
026499 1410-EXIT.
026500     EXIT.
026501*================================================================
026502 1420-ANOTAR-POLITICA.
026503*================================================================
026504     IF POL-CODIGO NOT = SPACES
026505         MOVE POL-CODIGO TO WS-POLITICA-BUSCADA
026506         PERFORM 2277-BUSCAR-POLITICA THRU 2277-EXIT
026507         IF NOT POLITICA-HALLADA AND WS-NUM-POLITICAS < 50
026508             ADD 1 TO WS-NUM-POLITICAS
026509             MOVE POL-CODIGO TO WS-POL-CODIGO(WS-NUM-POLITICAS)
026510         END-IF
026511     END-IF
026512     PERFORM 1410-LEER-POLITICA THRU 1410-EXIT.
026513 1420-EXIT.
026514     EXIT.
026534*================================================================
026600 1500-COMPROBAR-OPERADOR.
026700*================================================================
026800*    SIN PERMISO MANTCLI NO SE APLICA NADA: EL INFORME LO DICE
026900*    Y EL PASO TERMINA CON RC 8. EL OPERADOR VALIDADO ENCABEZA
027000*    EL INFORME DE MANTENIMIENTO.
027100     MOVE SPACES TO OPS-STD-AREA
027200     MOVE "MANTCLI" TO OPS-STD-PERMISO
027300     CALL "OPERSEG" USING OPS-STD-AREA
027400     MOVE SPACES TO RPT-REGISTRO
027500     IF OPS-PERMITIDO
027600         SET OPERADOR-VALIDO TO TRUE
027700         STRING "OPERADOR: " DELIMITED BY SIZE
027800             OPS-STD-OPERADOR DELIMITED BY SIZE
027900             INTO RPT-REGISTRO
028000         END-STRING
028100     ELSE
028200         MOVE "OPERADOR SIN PERMISO MANTCLI, NADA APLICADO"
028300             TO RPT-REGISTRO
028400         MOVE 8 TO RETURN-CODE
028500     END-IF
028600     WRITE RPT-REGISTRO
028700     MOVE SPACES TO RPT-REGISTRO.
028800 1500-EXIT.
028900     EXIT.
029000*================================================================
029100 2000-APLICAR-TRANSACCION.
029200*================================================================
029300     ADD 1 TO WS-TOTAL-TRANS
029400     MOVE "N" TO WS-TRAN-MALA
029500     MOVE "N" TO WS-HAY-ANTES
029600     MOVE SPACES TO WS-MOTIVO
029700     PERFORM 2200-BUSCAR-CLIENTE THRU 2200-EXIT
029800     IF WS-IDX-HALLADO > 0
029900         SET HAY-ANTES TO TRUE
030000         MOVE WS-CLI-NOMBRE(WS-IDX-HALLADO) TO WS-ANT-NOMBRE
030100         MOVE WS-CLI-ESTADO(WS-IDX-HALLADO) TO WS-ANT-ESTADO
030200         MOVE WS-CLI-MIN(WS-IDX-HALLADO)    TO WS-ANT-MIN
030300         MOVE WS-CLI-MAX(WS-IDX-HALLADO)    TO WS-ANT-MAX
030400         MOVE WS-CLI-IDIOMA(WS-IDX-HALLADO) TO WS-ANT-IDIOMA
030410         MOVE WS-CLI-REGION(WS-IDX-HALLADO) TO WS-ANT-REGION
030420         MOVE WS-CLI-POLITICA(WS-IDX-HALLADO)
030430             TO WS-ANT-POLITICA
030500     END-IF
030600     EVALUATE TRAN-ACCION
030700         WHEN "A"
030800             PERFORM 2300-ALTA THRU 2300-EXIT
030900         WHEN "C"
031000             PERFORM 2400-CAMBIO THRU 2400-EXIT
031100         WHEN "S"
031200             PERFORM 2600-SUSPENSION THRU 2600-EXIT
031300         WHEN "R"
031400             PERFORM 2700-REACTIVACION THRU 2700-EXIT
031500         WHEN "B"
031600             PERFORM 2500-BAJA THRU 2500-EXIT
031700         WHEN OTHER
031800             MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO
031900             SET TRAN-MALA TO TRUE
032000     END-EVALUATE
032100     PERFORM 3000-ANOTAR-TRANSACCION THRU 3000-EXIT
032200     PERFORM 3500-REGISTRAR-AUDITORIA THRU 3500-EXIT
032300     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
032400 2000-EXIT.
032500     EXIT.
032600*================================================================
032700 2100-LEER-TRANSACCION.
032800*================================================================
032900     READ CLIENTE-TRAN
033000         AT END
033100             MOVE "10" TO WS-TRAN-STATUS
033200     END-READ.
033300 2100-EXIT.
033400     EXIT.
033500*================================================================
033600 2200-BUSCAR-CLIENTE.
033700*================================================================
033800*    LA CLAVE DEL MAESTRO ES EL CODIGO DE CLIENTE.
033900     MOVE 0 TO WS-IDX-HALLADO
034000     PERFORM 2210-COMPARAR-CLIENTE THRU 2210-EXIT
034100         VARYING WS-IDX FROM 1 BY 1
034200         UNTIL WS-IDX > WS-NUM-CLIENTES
034300            OR WS-IDX-HALLADO > 0.
034400 2200-EXIT.
034500     EXIT.
034600*================================================================
034700 2210-COMPARAR-CLIENTE.
034800*================================================================
034900     IF WS-CLI-CODIGO(WS-IDX) = TRAN-CODIGO
035000      AND WS-CLI-BORRADA(WS-IDX) = "N"
035100         MOVE WS-IDX TO WS-IDX-HALLADO
035200     END-IF.
035300 2210-EXIT.
035400     EXIT.
035500*================================================================
035600 2250-BUSCAR-PERFIL.
035700*================================================================
035800     MOVE "N" TO WS-PERFIL-HALLADO
035900     PERFORM 2260-COMPARAR-PERFIL THRU 2260-EXIT
036000         VARYING WS-IDX-PERF FROM 1 BY 1
036100         UNTIL WS-IDX-PERF > WS-NUM-PERFILES
036200            OR PERFIL-HALLADO.
036300 2250-EXIT.
036400     EXIT.
036500*================================================================
036600 2260-COMPARAR-PERFIL.
036700*================================================================
036800     IF WS-PERF-NOMBRE(WS-IDX-PERF) = WS-PERFIL-BUSCADO
036900         SET PERFIL-HALLADO TO TRUE
037000     END-IF.
037100 2260-EXIT.
037200     EXIT.
037205*================================================================
037210 2270-BUSCAR-REGION.
037215*================================================================
037220     MOVE "N" TO WS-REGION-HALLADA
037225     PERFORM 2275-COMPARAR-REGION THRU 2275-EXIT
037230         VARYING WS-IDX-REG FROM 1 BY 1
037235         UNTIL WS-IDX-REG > WS-NUM-REGIONES
037240            OR REGION-HALLADA.
037245 2270-EXIT.
037250     EXIT.
037255*================================================================
037260 2275-COMPARAR-REGION.
037265*================================================================
037270     IF WS-REG-CODIGO(WS-IDX-REG) = WS-REGION-BUSCADA
037275         SET REGION-HALLADA TO TRUE
037280     END-IF.
037285 2275-EXIT.
037290     EXIT.
037291*================================================================
037292 2277-BUSCAR-POLITICA.
037293*================================================================
037294     MOVE "N" TO WS-POLITICA-HALLADA
037295     PERFORM 2278-COMPARAR-POLITICA THRU 2278-EXIT
037296         VARYING WS-IDX-POL FROM 1 BY 1
037297         UNTIL WS-IDX-POL > WS-NUM-POLITICAS
037298            OR POLITICA-HALLADA.
037299 2277-EXIT.
037300     EXIT.
037301*================================================================
037302 2278-COMPARAR-POLITICA.
037303*================================================================
037304     IF WS-POL-CODIGO(WS-IDX-POL) = WS-POLITICA-BUSCADA
037305         SET POLITICA-HALLADA TO TRUE
037306     END-IF.
037307 2278-EXIT.
037308     EXIT.
037328*================================================================
037400 2280-VALIDAR-DATOS.
037500*================================================================
037600*    COMUN AL ALTA Y AL CAMBIO: NOMBRE INFORMADO, BANDA NUMERICA
037700*    Y COHERENTE, IDIOMA EN BLANCO (PLEGADO DE SIEMPRE) O CON
037800*    PERFIL EN NORMAST. LA REGION FISCAL, EN BLANCO (SIN
037810*    IMPUESTO HASTA QUE SE INFORME) O CON TIPO EN IMPMAST.
037820*    LA POLITICA, EN BLANCO O DEFECTO (LA POLITICA POR DEFECTO)
037830*    O CON FILA EN POLMAST.
037900     EVALUATE TRUE
038000         WHEN TRAN-NOMBRE = SPACES
038100             MOVE "NOMBRE EN BLANCO" TO WS-MOTIVO
038200             SET TRAN-MALA TO TRUE
038300         WHEN TRAN-BANDA-MIN NOT NUMERIC
038400          OR TRAN-BANDA-MAX NOT NUMERIC
038500             MOVE "BANDA NO NUMERICA" TO WS-MOTIVO
038600             SET TRAN-MALA TO TRUE
038700         WHEN TRAN-BANDA-MIN-N > TRAN-BANDA-MAX-N
038800             MOVE "BANDA MINIMA MAYOR QUE MAXIMA" TO WS-MOTIVO
038900             SET TRAN-MALA TO TRUE
039000         WHEN TRAN-IDIOMA NOT = SPACES
039100             MOVE TRAN-IDIOMA TO WS-PERFIL-BUSCADO
039200             PERFORM 2250-BUSCAR-PERFIL THRU 2250-EXIT
039300             IF NOT PERFIL-HALLADO
039400                 MOVE "IDIOMA SIN PERFIL EN NORMAST"
039500                     TO WS-MOTIVO
039600                 SET TRAN-MALA TO TRUE
039700             END-IF
039710     END-EVALUATE
039720     IF NOT TRAN-MALA AND TRAN-REGION-FISCAL NOT = SPACES
039730         MOVE TRAN-REGION-FISCAL TO WS-REGION-BUSCADA
039740         PERFORM 2270-BUSCAR-REGION THRU 2270-EXIT
039750         IF NOT REGION-HALLADA
039760             MOVE "REGION FISCAL SIN TIPO EN IMPMAST"
039770                 TO WS-MOTIVO
039780             SET TRAN-MALA TO TRUE
039790         END-IF
039791     END-IF
039792     IF NOT TRAN-MALA AND TRAN-POLITICA NOT = SPACES
039793      AND TRAN-POLITICA NOT = "DEFECTO"
039794         MOVE TRAN-POLITICA TO WS-POLITICA-BUSCADA
039795         PERFORM 2277-BUSCAR-POLITICA THRU 2277-EXIT
039796         IF NOT POLITICA-HALLADA
039797             MOVE "POLITICA SIN FILA EN POLMAST"
039798                 TO WS-MOTIVO
039799             SET TRAN-MALA TO TRUE
039800         END-IF
039850     END-IF.
039900 2280-EXIT.
040000     EXIT.
040100*================================================================
040200 2300-ALTA.
040300*================================================================
040400     EVALUATE TRUE
040500         WHEN TRAN-CODIGO = SPACES
040600             MOVE "CODIGO EN BLANCO" TO WS-MOTIVO
040700             SET TRAN-MALA TO TRUE
040800         WHEN WS-IDX-HALLADO > 0
040900             MOVE "YA EXISTE" TO WS-MOTIVO
041000             SET TRAN-MALA TO TRUE
041100         WHEN WS-NUM-CLIENTES >= 200
041200             MOVE "MAESTRO LLENO" TO WS-MOTIVO
041300             SET TRAN-MALA TO TRUE
041400         WHEN OTHER
041500             PERFORM 2280-VALIDAR-DATOS THRU 2280-EXIT
041600     END-EVALUATE
041700     IF TRAN-MALA
041800         GO TO 2300-EXIT
041900     END-IF
042000*    TODO CLIENTE NACE ACTIVO; LA SUSPENSION ES OTRA ACCION.
042100     ADD 1 TO WS-NUM-CLIENTES
042200     SET WS-CLI-IDX TO WS-NUM-CLIENTES
042300     MOVE TRAN-CODIGO      TO WS-CLI-CODIGO(WS-CLI-IDX)
042400     MOVE TRAN-NOMBRE      TO WS-CLI-NOMBRE(WS-CLI-IDX)
042500     MOVE "A"              TO WS-CLI-ESTADO(WS-CLI-IDX)
042600     MOVE TRAN-BANDA-MIN-N TO WS-CLI-MIN(WS-CLI-IDX)
042700     MOVE TRAN-BANDA-MAX-N TO WS-CLI-MAX(WS-CLI-IDX)
042800     MOVE TRAN-IDIOMA      TO WS-CLI-IDIOMA(WS-CLI-IDX)
042810     MOVE TRAN-REGION-FISCAL TO WS-CLI-REGION(WS-CLI-IDX)
042820     MOVE TRAN-POLITICA    TO WS-CLI-POLITICA(WS-CLI-IDX)
042900     MOVE "N"              TO WS-CLI-BORRADA(WS-CLI-IDX)
043000     MOVE WS-NUM-CLIENTES  TO WS-IDX-HALLADO.
043100 2300-EXIT.
043200     EXIT.
043300*================================================================
043400 2400-CAMBIO.
043500*================================================================
043600*    EL CAMBIO TRAE LA FICHA NUEVA COMPLETA (NOMBRE, BANDA E
043610*    IDIOMA, REGION FISCAL Y POLITICA); EL ESTADO SOLO SE TOCA
043620*    CON S Y R.
043800     IF WS-IDX-HALLADO = 0
043900         MOVE "NO EXISTE" TO WS-MOTIVO
044000         SET TRAN-MALA TO TRUE
044100         GO TO 2400-EXIT
044200     END-IF
044300     PERFORM 2280-VALIDAR-DATOS THRU 2280-EXIT
044400     IF TRAN-MALA
044500         GO TO 2400-EXIT
044600     END-IF
044700     MOVE TRAN-NOMBRE      TO WS-CLI-NOMBRE(WS-IDX-HALLADO)
044800     MOVE TRAN-BANDA-MIN-N TO WS-CLI-MIN(WS-IDX-HALLADO)
044900     MOVE TRAN-BANDA-MAX-N TO WS-CLI-MAX(WS-IDX-HALLADO)
045000     MOVE TRAN-IDIOMA      TO WS-CLI-IDIOMA(WS-IDX-HALLADO)
045010     MOVE TRAN-REGION-FISCAL TO WS-CLI-REGION(WS-IDX-HALLADO)
045020     MOVE TRAN-POLITICA    TO WS-CLI-POLITICA(WS-IDX-HALLADO).
045100 2400-EXIT.
045200     EXIT.
045300*================================================================
045400 2500-BAJA.
045500*================================================================
045600     IF WS-IDX-HALLADO = 0
045700         MOVE "NO EXISTE" TO WS-MOTIVO
045800         SET TRAN-MALA TO TRUE
045900     ELSE
046000         MOVE "S" TO WS-CLI-BORRADA(WS-IDX-HALLADO)
046100     END-IF.
046200 2500-EXIT.
046300     EXIT.
046400*================================================================
046500 2600-SUSPENSION.
046600*================================================================
046700     EVALUATE TRUE
046800         WHEN WS-IDX-HALLADO = 0
046900             MOVE "NO EXISTE" TO WS-MOTIVO
047000             SET TRAN-MALA TO TRUE
047100         WHEN WS-CLI-ESTADO(WS-IDX-HALLADO) = "S"
047200             MOVE "YA SUSPENDIDO" TO WS-MOTIVO
047300             SET TRAN-MALA TO TRUE
047400         WHEN OTHER
047500             MOVE "S" TO WS-CLI-ESTADO(WS-IDX-HALLADO)
047600     END-EVALUATE.
047700 2600-EXIT.
047800     EXIT.
047900*================================================================
048000 2700-REACTIVACION.
048100*================================================================
048200     EVALUATE TRUE
048300         WHEN WS-IDX-HALLADO = 0
048400             MOVE "NO EXISTE" TO WS-MOTIVO
048500             SET TRAN-MALA TO TRUE
048600         WHEN WS-CLI-ESTADO(WS-IDX-HALLADO) = "A"
048700             MOVE "YA ACTIVO" TO WS-MOTIVO
048800             SET TRAN-MALA TO TRUE
048900         WHEN OTHER
049000             MOVE "A" TO WS-CLI-ESTADO(WS-IDX-HALLADO)
049100     END-EVALUATE.
049200 2700-EXIT.
049300     EXIT.
049400*================================================================
049500 3000-ANOTAR-TRANSACCION.
049600*================================================================
049700*    LINEA DE LA TRANSACCION Y, SI SE APLICO, LAS IMAGENES DE LA
049800*    FICHA ANTES Y DESPUES (UN ALTA NO TIENE ANTES; UNA BAJA NO
049900*    TIENE DESPUES).
050000     MOVE SPACES TO RPT-REGISTRO
050100     MOVE TRAN-ACCION TO RPT-ACCION
050200     MOVE TRAN-CODIGO TO RPT-CODIGO
050300     IF TRAN-MALA
050400         MOVE "RECHAZADA" TO RPT-ESTADO
050500         ADD 1 TO WS-TOTAL-RECHAZADAS
050600     ELSE
050700         MOVE "APLICADA" TO RPT-ESTADO
050800         ADD 1 TO WS-TOTAL-APLICADAS
050900     END-IF
051000     MOVE WS-MOTIVO TO RPT-MOTIVO
051100     WRITE RPT-REGISTRO
051200     IF TRAN-MALA
051300         GO TO 3000-EXIT
051400     END-IF
051500     IF HAY-ANTES
051600         MOVE SPACES TO RPT-IMAGEN
051700         MOVE "ANTES"       TO RPT-IMG-MARCA
051800         MOVE WS-ANT-NOMBRE TO RPT-IMG-NOMBRE
051900         MOVE WS-ANT-ESTADO TO RPT-IMG-ESTADO
052000         MOVE WS-ANT-MIN    TO RPT-IMG-MIN
052100         MOVE WS-ANT-MAX    TO RPT-IMG-MAX
052200         MOVE WS-ANT-IDIOMA TO RPT-IMG-IDIOMA
052210         MOVE WS-ANT-REGION TO RPT-IMG-REGION
052220         MOVE WS-ANT-POLITICA TO RPT-IMG-POLITICA
052300         WRITE RPT-IMAGEN
052400     END-IF
052500     IF TRAN-ACCION NOT = "B"
052600         MOVE SPACES TO RPT-IMAGEN
052700         MOVE "DESPUES" TO RPT-IMG-MARCA
052800         MOVE WS-CLI-NOMBRE(WS-IDX-HALLADO) TO RPT-IMG-NOMBRE
052900         MOVE WS-CLI-ESTADO(WS-IDX-HALLADO) TO RPT-IMG-ESTADO
053000         MOVE WS-CLI-MIN(WS-IDX-HALLADO)    TO RPT-IMG-MIN
053100         MOVE WS-CLI-MAX(WS-IDX-HALLADO)    TO RPT-IMG-MAX
053200         MOVE WS-CLI-IDIOMA(WS-IDX-HALLADO) TO RPT-IMG-IDIOMA
053210         MOVE WS-CLI-REGION(WS-IDX-HALLADO) TO RPT-IMG-REGION
053220         MOVE WS-CLI-POLITICA(WS-IDX-HALLADO)
053230             TO RPT-IMG-POLITICA
053300         WRITE RPT-IMAGEN
053400     END-IF.
053500 3000-EXIT.
053600     EXIT.
053700*================================================================
053800 3500-REGISTRAR-AUDITORIA.
053900*================================================================
054000*    CADA TRANSACCION, APLICADA O NO, QUEDA EN LA AUDITORIA DEL
054100*    DIA CON EL CODIGO DE CLIENTE Y EL OPERADOR QUE LA FIRMO.
054200     MOVE SPACES TO AUD-STD-REGISTRO
054300     MOVE "MANTCLI" TO AUD-STD-PROGRAMA
054400     MOVE TRAN-CODIGO TO AUD-STD-CLAVE(1:8)
054500     MOVE TRAN-ACCION TO AUD-STD-CLAVE(10:1)
054600     MOVE OPS-STD-OPERADOR TO AUD-STD-CLAVE(12:8)
054700     IF TRAN-MALA
054800         MOVE "RECHAZADA" TO AUD-STD-DECISION
054900     ELSE
055000         MOVE "APLICADA" TO AUD-STD-DECISION
055100     END-IF
055200     MOVE WS-MOTIVO TO AUD-STD-MOTIVO
055300     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
055400 3500-EXIT.
055500     EXIT.
055600*================================================================
055700 4000-REGRABAR-MAESTRO.
055800*================================================================
055900     OPEN OUTPUT CLIENTE-MAST
056000     PERFORM 4100-GRABAR-CLIENTE THRU 4100-EXIT
056100         VARYING WS-CLI-IDX FROM 1 BY 1
056200         UNTIL WS-CLI-IDX > WS-NUM-CLIENTES
056300     CLOSE CLIENTE-MAST
056310     MOVE "C" TO CAM-STD-FUNCION
056320     CALL "REGCAMB" USING CAM-STD-AREA.
056400 4000-EXIT.
056500     EXIT.
056600*================================================================
056700 4100-GRABAR-CLIENTE.
056800*================================================================
056900     IF WS-CLI-BORRADA(WS-CLI-IDX) = "N"
057000         MOVE WS-CLI-CODIGO(WS-CLI-IDX) TO CLM-CODIGO
057100         MOVE WS-CLI-NOMBRE(WS-CLI-IDX) TO CLM-NOMBRE
057200         MOVE WS-CLI-ESTADO(WS-CLI-IDX) TO CLM-ESTADO
057300         MOVE WS-CLI-MIN(WS-CLI-IDX)    TO CLM-BANDA-MIN
057400         MOVE WS-CLI-MAX(WS-CLI-IDX)    TO CLM-BANDA-MAX
057500         MOVE WS-CLI-IDIOMA(WS-CLI-IDX) TO CLM-IDIOMA
057510         MOVE WS-CLI-REGION(WS-CLI-IDX) TO CLM-REGION-FISCAL
057520         MOVE WS-CLI-POLITICA(WS-CLI-IDX) TO CLM-POLITICA
057600         WRITE CLM-REGISTRO
057700         ADD 1 TO WS-TOTAL-EN-MAESTRO
057710         MOVE "F" TO CAM-STD-FUNCION
057720         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
057800     END-IF.
057900 4100-EXIT.
058000     EXIT.
058006*================================================================
058012 4900-ANOTAR-CAMBIO.
058018*================================================================
058024*    PASA AL DIARIO DE CAMBIOS LA FICHA DEL REGISTRO DEL MAESTRO
058030*    (CLAVE CODIGO DE CLIENTE) CON LA FUNCION YA PUESTA.
058036     MOVE "MANTCLI"        TO CAM-STD-PROGRAMA
058042     MOVE "CLIMAST"        TO CAM-STD-MAESTRO
058048     MOVE OPS-STD-OPERADOR TO CAM-STD-OPERADOR
058054     MOVE SPACES           TO CAM-STD-ANTES
058060     MOVE CLM-CODIGO       TO CAM-STD-CLAVE
058066     MOVE CLM-REGISTRO     TO CAM-STD-IMAGEN
058072     CALL "REGCAMB" USING CAM-STD-AREA.
058078 4900-EXIT.
058084     EXIT.
058100*================================================================
058200 9000-TERMINATE.
058300*================================================================
058400     MOVE "TRANSACCIONES LEIDAS"     TO RPT-RESUMEN-ETIQUETA
058500     MOVE WS-TOTAL-TRANS             TO RPT-RESUMEN-VALOR
058600     WRITE RPT-RESUMEN-REGISTRO
058700     MOVE "TRANSACCIONES APLICADAS"  TO RPT-RESUMEN-ETIQUETA
058800     MOVE WS-TOTAL-APLICADAS         TO RPT-RESUMEN-VALOR
058900     WRITE RPT-RESUMEN-REGISTRO
059000     MOVE "TRANSACCIONES RECHAZADAS" TO RPT-RESUMEN-ETIQUETA
059100     MOVE WS-TOTAL-RECHAZADAS        TO RPT-RESUMEN-VALOR
059200     WRITE RPT-RESUMEN-REGISTRO
059300     MOVE "CLIENTES EN EL MAESTRO"   TO RPT-RESUMEN-ETIQUETA
059400     MOVE WS-TOTAL-EN-MAESTRO        TO RPT-RESUMEN-VALOR
059500     WRITE RPT-RESUMEN-REGISTRO
059510     IF CAM-STD-CAMBIOS > 0
059520         MOVE "LOTE DE CAMBIOS"          TO RPT-RESUMEN-ETIQUETA
059530         MOVE CAM-STD-LOTE               TO RPT-RESUMEN-VALOR
059540         WRITE RPT-RESUMEN-REGISTRO
059550         MOVE "CAMBIOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
059560         MOVE CAM-STD-CAMBIOS            TO RPT-RESUMEN-VALOR
059570         WRITE RPT-RESUMEN-REGISTRO
059580     END-IF
059600     IF WS-TOTAL-RECHAZADAS > 0 AND RETURN-CODE < 4
059700         MOVE 4 TO RETURN-CODE
059800     END-IF
059900     CLOSE MANTENIMIENTO-RPT.
060000 9000-EXIT.
060100     EXIT.
060200 END PROGRAM MANTCLI.
