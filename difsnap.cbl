000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DIFSNAP.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. DIFERENCIAS ENTRE DOS
001300*                    GENERACIONES DE LAS FOTOS DE SNAPMAST: PARA
001400*                    CADA MAESTRO (PRIMOMAST, DIVMAST, ANAGRCAC,
001500*                    FIBOCAC Y CHECKPT) LISTA LAS CLAVES DADAS DE
001600*                    ALTA, DE BAJA Y CAMBIADAS CON SUS VALORES
001700*                    ANTES Y DESPUES, DA LOS RECUENTOS POR MAESTRO
001800*                    Y SENALA LOS CAMBIOS INESPERADOS, COMO UN
001900*                    CAMBIO DE DIVMAST SIN SU PASADA DE MANTDIV
002000*                    EN EL DIARIO COMUN DE CAMBIOS (CAMBLOG).
002100*----------------------------------------------------------------
002200* TARJETAS DIFSPARM: "DESDE" + AAAAMMDD (OBLIGATORIA) Y "HASTA" +
002300* AAAAMMDD (OPCIONAL). CADA GENERACION ES EL MANIFIESTO Y LAS
002400* COPIAS QUE ARCHNOCHE GUARDO ESA FECHA (SNAPMANIF<AAAAMMDD>,
002500* PRIMOSNAP<AAAAMMDD>, ...; ARCHLISTA DEBE INCLUIRLOS); SIN HASTA
002600* LA SEGUNDA GENERACION ES LA FOTO DE ESTA NOCHE (SNAPMANIF,
002700* PRIMOSNAP, ...). CADA COPIA DEBE TENER LOS REGISTROS QUE DICE
002800* SU MANIFIESTO.
002900*
003000* CLAVES: PRIMOMAST EL VALOR (1-9); DIVMAST DIVISOR (1-5) + DESDE
003100* (26-33), LA MISMA QUE ANOTA MANTDIV EN CAMBLOG; ANAGRCAC EL PAR
003200* (1-200); FIBOCAC MARCA + SECID + INDICE (1-19) EN V2 E INDICE
003300* (1-9) EN V1; CHECKPT EL PROGRAMA (1-8).
003400*
003500* CAMBIOS INESPERADOS: EN PRIMOMAST UNA BAJA O UN CAMBIO FUERA DE
003600* LA CLAVE CERO (LA FRONTERA); EN DIVMAST CUALQUIER ALTA, BAJA O
003700* CAMBIO SIN ANOTACION DE MANTDIV O DESHACE PARA ESA CLAVE EN
003800* CAMBLOG ENTRE LAS DOS FOTOS (POR FECHA Y CORRIDA DE MANIFIESTO);
003900* EN ANAGRCAC Y FIBOCAC UN CAMBIO DE VALOR (SON CACHES DERIVADAS:
004000* LA MISMA CLAVE DA SIEMPRE EL MISMO VALOR); Y UN MAESTRO PRESENTE
004100* EN LA PRIMERA FOTO QUE FALTA EN LA SEGUNDA. CHECKPT CAMBIA CADA
004200* NOCHE Y SOLO SE LISTA.
004300* RC 8 SI FALTA UNA GENERACION O UNA COPIA NO CASA CON SU
004400* MANIFIESTO; RC 4 Y ALERTA DE AVISO (MODULO ALERTADOR) SI HAY
004500* CAMBIOS INESPERADOS.
004600*----------------------------------------------------------------
004700 ENVIRONMENT     DIVISION.
004800 INPUT-OUTPUT    SECTION.
004900 FILE-CONTROL.
005000     SELECT DIFSNAP-PARM ASSIGN TO "DIFSPARM"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PARM-STATUS.
005300     SELECT SNAP-MANIFIESTO ASSIGN TO WS-NOMBRE-MANIF
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-MAN-STATUS.
005600     SELECT SNAP-COPIA ASSIGN TO WS-NOMBRE-COPIA
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-COP-STATUS.
005900     SELECT CAMBIOS-LOG ASSIGN TO "CAMBLOG"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LOG-STATUS.
006200     SELECT DIF-TRABAJO ASSIGN TO "DIFTRAB"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT DIF-ORDENADO ASSIGN TO "DIFORD"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ORD-STATUS.
006700     SELECT SORT-WORK ASSIGN TO "SORTWK01".
006800     SELECT DIFSNAP-RPT ASSIGN TO "DIFSRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000 DATA            DIVISION.
007100 FILE            SECTION.
007200 FD  DIFSNAP-PARM
007300     RECORDING MODE IS F.
007400 01  PARM-REGISTRO.
007500     05  PARM-TIPO           PIC X(05).
007600     05  PARM-FECHA          PIC X(08).
007700 FD  SNAP-MANIFIESTO
007800     RECORDING MODE IS F.
007900 01  MAN-REGISTRO.
008000     05  MAN-FICHERO         PIC X(12).
008100     05  MAN-FECHA           PIC 9(08).
008200     05  MAN-CORRIDA         PIC 9(04).
008300     05  MAN-REGISTROS       PIC 9(09).
008400     05  MAN-HASH            PIC 9(18).
008500     05  MAN-PRESENTE        PIC X(01).
008600 FD  SNAP-COPIA
008700     RECORDING MODE IS F.
008800 01  COP-REGISTRO            PIC X(217).
008900 FD  CAMBIOS-LOG
009000     RECORDING MODE IS F.
009100     COPY CAMREG.
009200*    TRABAJO: LAS DOS GENERACIONES DEL MAESTRO EN CURSO, CON SU
009300*    CLAVE DELANTE Y LA MARCA DE GENERACION (A O B).
009400 FD  DIF-TRABAJO
009500     RECORDING MODE IS F.
009600 01  TRB-REGISTRO.
009700     05  TRB-CLAVE           PIC X(200).
009800     05  TRB-GEN             PIC X(01).
009900     05  TRB-IMAGEN          PIC X(217).
010000 FD  DIF-ORDENADO
010100     RECORDING MODE IS F.
010200 01  ORD-REGISTRO.
010300     05  ORD-CLAVE           PIC X(200).
010400     05  ORD-GEN             PIC X(01).
010500     05  ORD-IMAGEN          PIC X(217).
010600 SD  SORT-WORK.
010700 01  SRT-REGISTRO.
010800     05  SRT-CLAVE           PIC X(200).
010900     05  SRT-GEN             PIC X(01).
011000     05  SRT-IMAGEN          PIC X(217).
011100 FD  DIFSNAP-RPT
011200     RECORDING MODE IS F.
011300 01  RPT-LINEA               PIC X(132).
011400 01  RPT-DETALLE.
011500     05  FILLER              PIC X(02).
011600     05  RPT-DET-ACCION      PIC X(07).
011700     05  RPT-DET-CLAVE       PIC X(60).
011800     05  FILLER              PIC X(01).
011900     05  RPT-DET-MARCA       PIC X(12).
012000     05  RPT-DET-MOTIVO      PIC X(40).
012100     05  FILLER              PIC X(10).
012200 01  RPT-IMAGEN.
012300     05  RPT-IMG-ETIQUETA    PIC X(18).
012400     05  RPT-IMG-TEXTO       PIC X(114).
012500 01  RPT-RESUMEN-REGISTRO.
012600     05  RPT-RESUMEN-ETIQUETA PIC X(30).
012700     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
012800 WORKING-STORAGE SECTION.
012900*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
013000     COPY FECNEG.
013100*    REGISTRO DE ALERTA ESTANDAR PARA EL MODULO ALERTADOR.
013200     COPY ALRSTD.
013300 01  WS-PARM-STATUS          PIC X(02).
013400     88  WS-PARM-NO-EXISTE           VALUE "35".
013500     88  WS-PARM-FIN-FICHERO         VALUE "10".
013600 01  WS-MAN-STATUS           PIC X(02).
013700     88  WS-MAN-FIN-FICHERO          VALUE "10".
013800 01  WS-COP-STATUS           PIC X(02).
013900 01  WS-LOG-STATUS           PIC X(02).
014000     88  WS-LOG-NO-EXISTE            VALUE "35".
014100     88  WS-LOG-FIN-FICHERO          VALUE "10".
014200 01  WS-ORD-STATUS           PIC X(02).
014300     88  WS-ORD-FIN-FICHERO          VALUE "10".
014400 01  WS-FIN-ACTUAL           PIC X(01) VALUE "N".
014500 01  WS-SWITCHES.
014600     05  WS-GENERACION-MALA  PIC X(01) VALUE "N".
014700         88  GENERACION-MALA         VALUE "S".
014800     05  WS-HAY-PENDIENTE    PIC X(01) VALUE "N".
014900         88  HAY-PENDIENTE           VALUE "S".
015000     05  WS-TABLA-LLENA      PIC X(01) VALUE "N".
015100         88  TABLA-LLENA             VALUE "S".
015200     05  WS-EN-CAMBLOG       PIC X(01) VALUE "N".
015300         88  EN-CAMBLOG              VALUE "S".
015400 01  WS-NOMBRE-MANIF         PIC X(20) VALUE SPACES.
015500 01  WS-NOMBRE-COPIA         PIC X(20) VALUE SPACES.
015600*    LAS DOS GENERACIONES: SUFIJO DE FECHA (EN BLANCO LA FOTO DE
015700*    ESTA NOCHE) Y FECHA Y CORRIDA QUE DICE SU MANIFIESTO.
015800 01  WS-GENERACIONES.
015900     05  WS-GEN-ENTRY OCCURS 2 TIMES.
016000         10  WS-GEN-SUFIJO   PIC X(08).
016100         10  WS-GEN-MARCA    PIC X(01).
016200         10  WS-GEN-FECHA    PIC 9(08).
016300         10  WS-GEN-CORRIDA  PIC 9(04).
016400 01  WS-IDX-GEN              PIC 9(01) VALUE ZERO.
016500 01  WS-VENTANA-DESDE        PIC 9(12) VALUE ZERO.
016600 01  WS-VENTANA-HASTA        PIC 9(12) VALUE ZERO.
016700 01  WS-SELLO-CAMBIO         PIC 9(12) VALUE ZERO.
016800*    MAESTROS DE LA FOTO, EN EL ORDEN EN QUE LOS VUELCA SNAPMAST,
016900*    CON EL NOMBRE DE SU COPIA PLANA.
017000 01  WS-MAESTROS-INI.
017100     05  FILLER PIC X(21) VALUE "PRIMOMAST   PRIMOSNAP".
017200     05  FILLER PIC X(21) VALUE "DIVMAST     DIVSNAP  ".
017300     05  FILLER PIC X(21) VALUE "ANAGRCAC    ANAGSNAP ".
017400     05  FILLER PIC X(21) VALUE "FIBOCAC     FIBOSNAP ".
017500     05  FILLER PIC X(21) VALUE "CHECKPT     CHKPSNAP ".
017600 01  WS-TABLA-MAESTROS REDEFINES WS-MAESTROS-INI.
017700     05  WS-MAE-DEF OCCURS 5 TIMES.
017800         10  WS-MAE-NOMBRE   PIC X(12).
017900         10  WS-MAE-COPIA    PIC X(09).
018000 01  WS-DATOS-MAESTROS.
018100     05  WS-MAE-DATOS OCCURS 5 TIMES.
018200         10  WS-MAE-GENERACION OCCURS 2 TIMES.
018300             15  WS-MAE-PRESENTE PIC X(01).
018400             15  WS-MAE-REGISTROS PIC 9(09).
018500             15  WS-MAE-LEIDOS   PIC 9(09).
018600         10  WS-MAE-ALTAS    PIC 9(09).
018700         10  WS-MAE-BAJAS    PIC 9(09).
018800         10  WS-MAE-CAMBIOS  PIC 9(09).
018900         10  WS-MAE-IGUALES  PIC 9(09).
019000         10  WS-MAE-INESPERADOS PIC 9(09).
019100 01  WS-IDX-MAE              PIC 9(01) VALUE ZERO.
019200 01  WS-NUM-MAESTROS         PIC 9(01) VALUE 5.
019300*    CLAVES DE DIVMAST QUE MANTDIV O DESHACE TOCARON ENTRE LAS DOS
019400*    FOTOS, SEGUN CAMBLOG.
019500 01  WS-TABLA-CAMBLOG.
019600     05  WS-NUM-CAMBLOG      PIC 9(04) COMP VALUE ZERO.
019700     05  WS-CAMBLOG-CLAVE    PIC X(13) OCCURS 2000 TIMES.
019800 01  WS-IDX-CAMBLOG          PIC 9(04) COMP VALUE ZERO.
019900*    DIFERENCIA EN CURSO Y REGISTRO PENDIENTE DE LA PRIMERA FOTO.
020000 01  WS-PENDIENTE.
020100     05  WS-PEN-CLAVE        PIC X(200).
020200     05  WS-PEN-IMAGEN       PIC X(217).
020300 01  WS-DIFERENCIA.
020400     05  WS-DIF-ACCION       PIC X(07).
020500     05  WS-DIF-CLAVE        PIC X(200).
020600     05  WS-DIF-ANTES        PIC X(217).
020700     05  WS-DIF-DESPUES      PIC X(217).
020800     05  WS-DIF-MOTIVO       PIC X(40).
020900 01  WS-TOTALES.
021000     05  WS-TOTAL-ALTAS      PIC 9(09) VALUE ZERO.
021100     05  WS-TOTAL-BAJAS      PIC 9(09) VALUE ZERO.
021200     05  WS-TOTAL-CAMBIOS    PIC 9(09) VALUE ZERO.
021300     05  WS-TOTAL-INESPERADOS PIC 9(09) VALUE ZERO.
021400 PROCEDURE       DIVISION.
021500*================================================================
021600 0000-MAINLINE.
021700*================================================================
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021900     IF NOT GENERACION-MALA
022000         PERFORM 1400-CARGAR-CAMBLOG THRU 1400-EXIT
022100         PERFORM 2000-COMPARAR-MAESTRO THRU 2000-EXIT
022200             VARYING WS-IDX-MAE FROM 1 BY 1
022300             UNTIL WS-IDX-MAE > WS-NUM-MAESTROS
022400     END-IF
022500     PERFORM 9000-TERMINATE THRU 9000-EXIT
022600     GOBACK.
022700*================================================================
022800 1000-INITIALIZE.
022900*================================================================
023000     OPEN OUTPUT DIFSNAP-RPT
023100     MOVE SPACES TO RPT-RESUMEN-REGISTRO
023200     CALL "FECHANEG" USING FEC-NEG-AREA
023300     INITIALIZE WS-GENERACIONES WS-DATOS-MAESTROS
023400     MOVE "A" TO WS-GEN-MARCA(1)
023500     MOVE "B" TO WS-GEN-MARCA(2)
023600     PERFORM 1100-LEER-TARJETAS THRU 1100-EXIT
023700     IF WS-GEN-SUFIJO(1) = SPACES
023800         MOVE "FALTA LA TARJETA DESDE" TO RPT-LINEA
023900         WRITE RPT-LINEA
024000         SET GENERACION-MALA TO TRUE
024100         GO TO 1000-EXIT
024200     END-IF
024300     PERFORM 1200-LEER-MANIFIESTO THRU 1200-EXIT
024400         VARYING WS-IDX-GEN FROM 1 BY 1
024500         UNTIL WS-IDX-GEN > 2
024600     IF GENERACION-MALA
024700         GO TO 1000-EXIT
024800     END-IF
024900*    LA VENTANA DE CAMBLOG VA DE LA PRIMERA FOTO (EXCLUIDA) A LA
025000*    SEGUNDA (INCLUIDA), POR FECHA Y CORRIDA.
025100     COMPUTE WS-VENTANA-DESDE =
025200         WS-GEN-FECHA(1) * 10000 + WS-GEN-CORRIDA(1)
025300     COMPUTE WS-VENTANA-HASTA =
025400         WS-GEN-FECHA(2) * 10000 + WS-GEN-CORRIDA(2)
025500     IF WS-VENTANA-HASTA NOT > WS-VENTANA-DESDE
025600         MOVE "LA SEGUNDA FOTO NO ES POSTERIOR A LA PRIMERA"
025700             TO RPT-LINEA
025800         WRITE RPT-LINEA
025900         SET GENERACION-MALA TO TRUE
026000     END-IF.
026100 1000-EXIT.
026200     EXIT.
026300*================================================================
026400 1100-LEER-TARJETAS.
026500*================================================================
026600     OPEN INPUT DIFSNAP-PARM
026700     IF WS-PARM-NO-EXISTE
026800         GO TO 1100-EXIT
026900     END-IF
027000     PERFORM 1110-LEER-TARJETA THRU 1110-EXIT
027100     PERFORM 1120-TRATAR-TARJETA THRU 1120-EXIT
027200         UNTIL WS-PARM-FIN-FICHERO
027300     CLOSE DIFSNAP-PARM.
027400 1100-EXIT.
027500     EXIT.
027600*================================================================
027700 1110-LEER-TARJETA.
027800*================================================================
027900     READ DIFSNAP-PARM
028000         AT END
028100             MOVE "10" TO WS-PARM-STATUS
028200     END-READ.
028300 1110-EXIT.
028400     EXIT.
028500*================================================================
028600 1120-TRATAR-TARJETA.
028700*================================================================
028800     IF PARM-FECHA IS NUMERIC
028900         EVALUATE PARM-TIPO
029000             WHEN "DESDE"
029100                 MOVE PARM-FECHA TO WS-GEN-SUFIJO(1)
029200             WHEN "HASTA"
029300                 MOVE PARM-FECHA TO WS-GEN-SUFIJO(2)
029400         END-EVALUATE
029500     END-IF
029600     PERFORM 1110-LEER-TARJETA THRU 1110-EXIT.
029700 1120-EXIT.
029800     EXIT.
029900*================================================================
030000 1200-LEER-MANIFIESTO.
030100*================================================================
030200*    EL MANIFIESTO DE CADA GENERACION DICE QUE MAESTROS SE
030300*    FOTOGRAFIARON, CON CUANTOS REGISTROS, Y LA FECHA Y CORRIDA.
030400     MOVE SPACES TO WS-NOMBRE-MANIF
030500     STRING "SNAPMANIF" DELIMITED BY SIZE
030600         WS-GEN-SUFIJO(WS-IDX-GEN) DELIMITED BY SPACE
030700         INTO WS-NOMBRE-MANIF
030800     END-STRING
030900     OPEN INPUT SNAP-MANIFIESTO
031000     IF WS-MAN-STATUS NOT = "00"
031100         MOVE SPACES TO RPT-LINEA
031200         STRING "GENERACION SIN MANIFIESTO: " DELIMITED BY SIZE
031300             WS-NOMBRE-MANIF DELIMITED BY SPACE
031400             INTO RPT-LINEA
031500         END-STRING
031600         WRITE RPT-LINEA
031700         SET GENERACION-MALA TO TRUE
031800         GO TO 1200-EXIT
031900     END-IF
032000     PERFORM 1210-LEER-ENTRADA THRU 1210-EXIT
032100     PERFORM 1220-ANOTAR-ENTRADA THRU 1220-EXIT
032200         UNTIL WS-MAN-FIN-FICHERO
032300     CLOSE SNAP-MANIFIESTO
032400     MOVE SPACES TO RPT-LINEA
032500     STRING "GENERACION " DELIMITED BY SIZE
032600         WS-GEN-MARCA(WS-IDX-GEN) DELIMITED BY SIZE
032700         ": " DELIMITED BY SIZE
032800         WS-NOMBRE-MANIF DELIMITED BY SPACE
032900         " FECHA " DELIMITED BY SIZE
033000         WS-GEN-FECHA(WS-IDX-GEN) DELIMITED BY SIZE
033100         " CORRIDA " DELIMITED BY SIZE
033200         WS-GEN-CORRIDA(WS-IDX-GEN) DELIMITED BY SIZE
033300         INTO RPT-LINEA
033400     END-STRING
033500     WRITE RPT-LINEA.
033600 1200-EXIT.
033700     EXIT.
033800*================================================================
033900 1210-LEER-ENTRADA.
034000*================================================================
034100     READ SNAP-MANIFIESTO
034200         AT END
034300             MOVE "10" TO WS-MAN-STATUS
034400     END-READ.
034500 1210-EXIT.
034600     EXIT.
034700*================================================================
034800 1220-ANOTAR-ENTRADA.
034900*================================================================
035000     MOVE MAN-FECHA TO WS-GEN-FECHA(WS-IDX-GEN)
035100     MOVE MAN-CORRIDA TO WS-GEN-CORRIDA(WS-IDX-GEN)
035200     PERFORM 1230-BUSCAR-MAESTRO THRU 1230-EXIT
035300         VARYING WS-IDX-MAE FROM 1 BY 1
035400         UNTIL WS-IDX-MAE > WS-NUM-MAESTROS
035500            OR WS-MAE-NOMBRE(WS-IDX-MAE) = MAN-FICHERO
035600     IF WS-IDX-MAE > WS-NUM-MAESTROS
035700         MOVE SPACES TO RPT-LINEA
035800         STRING "FICHERO DESCONOCIDO EN MANIFIESTO: "
035900             DELIMITED BY SIZE
036000             MAN-FICHERO DELIMITED BY SIZE
036100             INTO RPT-LINEA
036200         END-STRING
036300         WRITE RPT-LINEA
036400     ELSE
036500         MOVE MAN-PRESENTE
036600             TO WS-MAE-PRESENTE(WS-IDX-MAE, WS-IDX-GEN)
036700         MOVE MAN-REGISTROS
036800             TO WS-MAE-REGISTROS(WS-IDX-MAE, WS-IDX-GEN)
036900     END-IF
037000     PERFORM 1210-LEER-ENTRADA THRU 1210-EXIT.
037100 1220-EXIT.
037200     EXIT.
037300*================================================================
037400 1230-BUSCAR-MAESTRO.
037500*================================================================
037600     CONTINUE.
037700 1230-EXIT.
037800     EXIT.
037900*================================================================
038000 1400-CARGAR-CAMBLOG.
038100*================================================================
038200*    SOLO INTERESAN LAS CLAVES DE DIVMAST QUE SUS PROGRAMAS DE
038300*    MANTENIMIENTO ANOTARON DENTRO DE LA VENTANA.
038400     OPEN INPUT CAMBIOS-LOG
038500     IF WS-LOG-NO-EXISTE
038600         MOVE "SIN DIARIO CAMBLOG: DIVMAST SIN JUSTIFICAR"
038700             TO RPT-LINEA
038800         WRITE RPT-LINEA
038900         GO TO 1400-EXIT
039000     END-IF
039100     PERFORM 1410-LEER-CAMBIO THRU 1410-EXIT
039200     PERFORM 1420-ANOTAR-CAMBIO THRU 1420-EXIT
039300         UNTIL WS-LOG-FIN-FICHERO
039400     CLOSE CAMBIOS-LOG.
039500 1400-EXIT.
039600     EXIT.
039700*================================================================
039800 1410-LEER-CAMBIO.
039900*================================================================
040000     READ CAMBIOS-LOG
040100         AT END
040200             MOVE "10" TO WS-LOG-STATUS
040300     END-READ.
040400 1410-EXIT.
040500     EXIT.
040600*================================================================
040700 1420-ANOTAR-CAMBIO.
040800*================================================================
040900     COMPUTE WS-SELLO-CAMBIO = CAM-FECHA * 10000 + CAM-CORRIDA
041000     IF CAM-MAESTRO = "DIVMAST"
041100      AND (CAM-PROGRAMA = "MANTDIV" OR CAM-PROGRAMA = "DESHACE")
041200      AND WS-SELLO-CAMBIO > WS-VENTANA-DESDE
041300      AND WS-SELLO-CAMBIO NOT > WS-VENTANA-HASTA
041400         IF WS-NUM-CAMBLOG < 2000
041500             ADD 1 TO WS-NUM-CAMBLOG
041600             MOVE CAM-CLAVE(1:13)
041700                 TO WS-CAMBLOG-CLAVE(WS-NUM-CAMBLOG)
041800         ELSE
041900             SET TABLA-LLENA TO TRUE
042000         END-IF
042100     END-IF
042200     PERFORM 1410-LEER-CAMBIO THRU 1410-EXIT.
042300 1420-EXIT.
042400     EXIT.
042500*================================================================
042600 2000-COMPARAR-MAESTRO.
042700*================================================================
042800*    LAS DOS GENERACIONES DEL MAESTRO SE JUNTAN CON SU CLAVE Y SU
042900*    MARCA, SE ORDENAN POR CLAVE Y GENERACION Y SE RECORREN: UNA
043000*    CLAVE SOLO EN A ES UNA BAJA, SOLO EN B UN ALTA, Y EN LAS DOS
043100*    CON IMAGEN DISTINTA UN CAMBIO.
043200     MOVE SPACES TO RPT-LINEA
043300     WRITE RPT-LINEA
043400     STRING "MAESTRO: " DELIMITED BY SIZE
043500         WS-MAE-NOMBRE(WS-IDX-MAE) DELIMITED BY SIZE
043600         INTO RPT-LINEA
043700     END-STRING
043800     WRITE RPT-LINEA
043900     IF WS-MAE-PRESENTE(WS-IDX-MAE, 1) NOT = "S"
044000      AND WS-MAE-PRESENTE(WS-IDX-MAE, 2) NOT = "S"
044100         MOVE "  AUSENTE EN LAS DOS FOTOS" TO RPT-LINEA
044200         WRITE RPT-LINEA
044300         GO TO 2000-EXIT
044400     END-IF
044500     IF WS-MAE-PRESENTE(WS-IDX-MAE, 1) = "S"
044600      AND WS-MAE-PRESENTE(WS-IDX-MAE, 2) NOT = "S"
044700         MOVE SPACES TO RPT-DETALLE
044800         MOVE "INESPERADO:" TO RPT-DET-MARCA
044900         MOVE "MAESTRO AUSENTE EN LA SEGUNDA FOTO"
045000             TO RPT-DET-MOTIVO
045100         WRITE RPT-DETALLE
045200         ADD 1 TO WS-MAE-INESPERADOS(WS-IDX-MAE)
045300     END-IF
045400     OPEN OUTPUT DIF-TRABAJO
045500     PERFORM 2100-VOLCAR-GENERACION THRU 2100-EXIT
045600         VARYING WS-IDX-GEN FROM 1 BY 1
045700         UNTIL WS-IDX-GEN > 2
045800     CLOSE DIF-TRABAJO
045900     SORT SORT-WORK
046000         ON ASCENDING KEY SRT-CLAVE SRT-GEN
046100         USING DIF-TRABAJO
046200         GIVING DIF-ORDENADO
046300     MOVE "N" TO WS-HAY-PENDIENTE
046400     OPEN INPUT DIF-ORDENADO
046500     PERFORM 2300-LEER-ORDENADO THRU 2300-EXIT
046600     PERFORM 2400-TRATAR-ORDENADO THRU 2400-EXIT
046700         UNTIL WS-ORD-FIN-FICHERO
046800     CLOSE DIF-ORDENADO
046900     IF HAY-PENDIENTE
047000         PERFORM 2450-ANOTAR-BAJA THRU 2450-EXIT
047100     END-IF
047200     PERFORM 2800-RESUMIR-MAESTRO THRU 2800-EXIT.
047300 2000-EXIT.
047400     EXIT.
047500*================================================================
047600 2100-VOLCAR-GENERACION.
047700*================================================================
047800     IF WS-MAE-PRESENTE(WS-IDX-MAE, WS-IDX-GEN) NOT = "S"
047900         GO TO 2100-EXIT
048000     END-IF
048100     MOVE SPACES TO WS-NOMBRE-COPIA
048200     STRING WS-MAE-COPIA(WS-IDX-MAE) DELIMITED BY SPACE
048300         WS-GEN-SUFIJO(WS-IDX-GEN) DELIMITED BY SPACE
048400         INTO WS-NOMBRE-COPIA
048500     END-STRING
048600     OPEN INPUT SNAP-COPIA
048700     IF WS-COP-STATUS NOT = "00"
048800         MOVE SPACES TO RPT-LINEA
048900         STRING "  COPIA AUSENTE: " DELIMITED BY SIZE
049000             WS-NOMBRE-COPIA DELIMITED BY SPACE
049100             INTO RPT-LINEA
049200         END-STRING
049300         WRITE RPT-LINEA
049400         SET GENERACION-MALA TO TRUE
049500         GO TO 2100-EXIT
049600     END-IF
049700     MOVE "N" TO WS-FIN-ACTUAL
049800     PERFORM 2110-COPIAR-REGISTRO THRU 2110-EXIT
049900         UNTIL WS-FIN-ACTUAL = "S"
050000     CLOSE SNAP-COPIA
050100     IF WS-MAE-LEIDOS(WS-IDX-MAE, WS-IDX-GEN) NOT =
050200        WS-MAE-REGISTROS(WS-IDX-MAE, WS-IDX-GEN)
050300         MOVE SPACES TO RPT-LINEA
050400         STRING "  COPIA QUE NO CASA CON SU MANIFIESTO: "
050500             DELIMITED BY SIZE
050600             WS-NOMBRE-COPIA DELIMITED BY SPACE
050700             INTO RPT-LINEA
050800         END-STRING
050900         WRITE RPT-LINEA
051000         SET GENERACION-MALA TO TRUE
051100     END-IF.
051200 2100-EXIT.
051300     EXIT.
051400*================================================================
051500 2110-COPIAR-REGISTRO.
051600*================================================================
051700     MOVE SPACES TO COP-REGISTRO
051800     READ SNAP-COPIA
051900         AT END
052000             MOVE "S" TO WS-FIN-ACTUAL
052100         NOT AT END
052200             ADD 1 TO WS-MAE-LEIDOS(WS-IDX-MAE, WS-IDX-GEN)
052300             PERFORM 2150-FORMAR-CLAVE THRU 2150-EXIT
052400             MOVE WS-GEN-MARCA(WS-IDX-GEN) TO TRB-GEN
052500             MOVE COP-REGISTRO TO TRB-IMAGEN
052600             WRITE TRB-REGISTRO
052700     END-READ.
052800 2110-EXIT.
052900     EXIT.
053000*================================================================
053100 2150-FORMAR-CLAVE.
053200*================================================================
053300     MOVE SPACES TO TRB-CLAVE
053400     EVALUATE WS-IDX-MAE
053500         WHEN 1
053600             MOVE COP-REGISTRO(1:9) TO TRB-CLAVE
053700         WHEN 2
053800             MOVE COP-REGISTRO(1:5) TO TRB-CLAVE(1:5)
053900             MOVE COP-REGISTRO(26:8) TO TRB-CLAVE(6:8)
054000         WHEN 3
054100             MOVE COP-REGISTRO(1:200) TO TRB-CLAVE
054200         WHEN 4
054300             IF COP-REGISTRO(1:2) = "V2"
054400                 MOVE COP-REGISTRO(1:19) TO TRB-CLAVE
054500             ELSE
054600                 MOVE COP-REGISTRO(1:9) TO TRB-CLAVE
054700             END-IF
054800         WHEN 5
054900             MOVE COP-REGISTRO(1:8) TO TRB-CLAVE
055000     END-EVALUATE.
055100 2150-EXIT.
055200     EXIT.
055300*================================================================
055400 2300-LEER-ORDENADO.
055500*================================================================
055600     READ DIF-ORDENADO
055700         AT END
055800             MOVE "10" TO WS-ORD-STATUS
055900     END-READ.
056000 2300-EXIT.
056100     EXIT.
056200*================================================================
056300 2400-TRATAR-ORDENADO.
056400*================================================================
056500*    EL REGISTRO DE LA PRIMERA FOTO QUEDA PENDIENTE HASTA VER SI
056600*    LE SIGUE EL DE LA SEGUNDA CON LA MISMA CLAVE.
056700     IF HAY-PENDIENTE
056800         IF ORD-CLAVE = WS-PEN-CLAVE AND ORD-GEN = "B"
056900             MOVE "N" TO WS-HAY-PENDIENTE
057000             IF ORD-IMAGEN = WS-PEN-IMAGEN
057100                 ADD 1 TO WS-MAE-IGUALES(WS-IDX-MAE)
057200             ELSE
057300                 MOVE "CAMBIO" TO WS-DIF-ACCION
057400                 MOVE ORD-CLAVE TO WS-DIF-CLAVE
057500                 MOVE WS-PEN-IMAGEN TO WS-DIF-ANTES
057600                 MOVE ORD-IMAGEN TO WS-DIF-DESPUES
057700                 ADD 1 TO WS-MAE-CAMBIOS(WS-IDX-MAE)
057800                 PERFORM 2600-ESCRIBIR-DIFERENCIA THRU 2600-EXIT
057900             END-IF
058000             GO TO 2400-SIGUIENTE
058100         END-IF
058200         PERFORM 2450-ANOTAR-BAJA THRU 2450-EXIT
058300     END-IF
058400     IF ORD-GEN = "A"
058500         SET HAY-PENDIENTE TO TRUE
058600         MOVE ORD-CLAVE TO WS-PEN-CLAVE
058700         MOVE ORD-IMAGEN TO WS-PEN-IMAGEN
058800     ELSE
058900         MOVE "ALTA" TO WS-DIF-ACCION
059000         MOVE ORD-CLAVE TO WS-DIF-CLAVE
059100         MOVE SPACES TO WS-DIF-ANTES
059200         MOVE ORD-IMAGEN TO WS-DIF-DESPUES
059300         ADD 1 TO WS-MAE-ALTAS(WS-IDX-MAE)
059400         PERFORM 2600-ESCRIBIR-DIFERENCIA THRU 2600-EXIT
059500     END-IF.
059600 2400-SIGUIENTE.
059700     PERFORM 2300-LEER-ORDENADO THRU 2300-EXIT.
059800 2400-EXIT.
059900     EXIT.
060000*================================================================
060100 2450-ANOTAR-BAJA.
060200*================================================================
060300     MOVE "N" TO WS-HAY-PENDIENTE
060400     MOVE "BAJA" TO WS-DIF-ACCION
060500     MOVE WS-PEN-CLAVE TO WS-DIF-CLAVE
060600     MOVE WS-PEN-IMAGEN TO WS-DIF-ANTES
060700     MOVE SPACES TO WS-DIF-DESPUES
060800     ADD 1 TO WS-MAE-BAJAS(WS-IDX-MAE)
060900     PERFORM 2600-ESCRIBIR-DIFERENCIA THRU 2600-EXIT.
061000 2450-EXIT.
061100     EXIT.
061200*================================================================
061300 2600-ESCRIBIR-DIFERENCIA.
061400*================================================================
061500*    UNA LINEA CON LA ACCION Y LA CLAVE (MARCADA SI EL CAMBIO ES
061600*    INESPERADO) Y DEBAJO LAS IMAGENES ANTES Y DESPUES.
061700     PERFORM 2700-JUZGAR-DIFERENCIA THRU 2700-EXIT
061800     MOVE SPACES TO RPT-DETALLE
061900     MOVE WS-DIF-ACCION TO RPT-DET-ACCION
062000     MOVE WS-DIF-CLAVE TO RPT-DET-CLAVE
062100     IF WS-DIF-MOTIVO NOT = SPACES
062200         MOVE "INESPERADO:" TO RPT-DET-MARCA
062300         MOVE WS-DIF-MOTIVO TO RPT-DET-MOTIVO
062400         ADD 1 TO WS-MAE-INESPERADOS(WS-IDX-MAE)
062500     END-IF
062600     WRITE RPT-DETALLE
062700     IF WS-DIF-ANTES NOT = SPACES
062800         MOVE "         ANTES:   " TO RPT-IMG-ETIQUETA
062900         MOVE WS-DIF-ANTES(1:114) TO RPT-IMG-TEXTO
063000         WRITE RPT-IMAGEN
063100         IF WS-DIF-ANTES(115:103) NOT = SPACES
063200             MOVE SPACES TO RPT-IMG-ETIQUETA
063300             MOVE WS-DIF-ANTES(115:103) TO RPT-IMG-TEXTO
063400             WRITE RPT-IMAGEN
063500         END-IF
063600     END-IF
063700     IF WS-DIF-DESPUES NOT = SPACES
063800         MOVE "         DESPUES: " TO RPT-IMG-ETIQUETA
063900         MOVE WS-DIF-DESPUES(1:114) TO RPT-IMG-TEXTO
064000         WRITE RPT-IMAGEN
064100         IF WS-DIF-DESPUES(115:103) NOT = SPACES
064200             MOVE SPACES TO RPT-IMG-ETIQUETA
064300             MOVE WS-DIF-DESPUES(115:103) TO RPT-IMG-TEXTO
064400             WRITE RPT-IMAGEN
064500         END-IF
064600     END-IF.
064700 2600-EXIT.
064800     EXIT.
064900*================================================================
065000 2700-JUZGAR-DIFERENCIA.
065100*================================================================
065200     MOVE SPACES TO WS-DIF-MOTIVO
065300     EVALUATE WS-IDX-MAE
065400         WHEN 1
065500             IF WS-DIF-ACCION = "BAJA"
065600                 MOVE "BAJA DE UN PRIMO" TO WS-DIF-MOTIVO
065700             END-IF
065800             IF WS-DIF-ACCION = "CAMBIO"
065900              AND WS-DIF-CLAVE(1:9) NOT = ZEROES
066000                 MOVE "CAMBIO FUERA DE LA FRONTERA"
066100                     TO WS-DIF-MOTIVO
066200             END-IF
066300         WHEN 2
066400             MOVE "N" TO WS-EN-CAMBLOG
066500             PERFORM 2710-BUSCAR-CAMBLOG THRU 2710-EXIT
066600                 VARYING WS-IDX-CAMBLOG FROM 1 BY 1
066700                 UNTIL WS-IDX-CAMBLOG > WS-NUM-CAMBLOG
066800                    OR EN-CAMBLOG
066900             IF NOT EN-CAMBLOG
067000                 MOVE "SIN PASADA DE MANTDIV EN CAMBLOG"
067100                     TO WS-DIF-MOTIVO
067200             END-IF
067300         WHEN 3
067400         WHEN 4
067500             IF WS-DIF-ACCION = "CAMBIO"
067600                 MOVE "CAMBIO DE VALOR EN CACHE DERIVADA"
067700                     TO WS-DIF-MOTIVO
067800             END-IF
067900         WHEN OTHER
068000             CONTINUE
068100     END-EVALUATE.
068200 2700-EXIT.
068300     EXIT.
068400*================================================================
068500 2710-BUSCAR-CAMBLOG.
068600*================================================================
068700     IF WS-CAMBLOG-CLAVE(WS-IDX-CAMBLOG) = WS-DIF-CLAVE(1:13)
068800         SET EN-CAMBLOG TO TRUE
068900     END-IF.
069000 2710-EXIT.
069100     EXIT.
069200*================================================================
069300 2800-RESUMIR-MAESTRO.
069400*================================================================
069500     MOVE "  REGISTROS EN LA FOTO A" TO RPT-RESUMEN-ETIQUETA
069600     MOVE WS-MAE-LEIDOS(WS-IDX-MAE, 1) TO RPT-RESUMEN-VALOR
069700     WRITE RPT-RESUMEN-REGISTRO
069800     MOVE "  REGISTROS EN LA FOTO B" TO RPT-RESUMEN-ETIQUETA
069900     MOVE WS-MAE-LEIDOS(WS-IDX-MAE, 2) TO RPT-RESUMEN-VALOR
070000     WRITE RPT-RESUMEN-REGISTRO
070100     MOVE "  ALTAS" TO RPT-RESUMEN-ETIQUETA
070200     MOVE WS-MAE-ALTAS(WS-IDX-MAE) TO RPT-RESUMEN-VALOR
070300     WRITE RPT-RESUMEN-REGISTRO
070400     MOVE "  BAJAS" TO RPT-RESUMEN-ETIQUETA
070500     MOVE WS-MAE-BAJAS(WS-IDX-MAE) TO RPT-RESUMEN-VALOR
070600     WRITE RPT-RESUMEN-REGISTRO
070700     MOVE "  CAMBIOS" TO RPT-RESUMEN-ETIQUETA
070800     MOVE WS-MAE-CAMBIOS(WS-IDX-MAE) TO RPT-RESUMEN-VALOR
070900     WRITE RPT-RESUMEN-REGISTRO
071000     MOVE "  SIN CAMBIO" TO RPT-RESUMEN-ETIQUETA
071100     MOVE WS-MAE-IGUALES(WS-IDX-MAE) TO RPT-RESUMEN-VALOR
071200     WRITE RPT-RESUMEN-REGISTRO
071300     MOVE "  INESPERADOS" TO RPT-RESUMEN-ETIQUETA
071400     MOVE WS-MAE-INESPERADOS(WS-IDX-MAE) TO RPT-RESUMEN-VALOR
071500     WRITE RPT-RESUMEN-REGISTRO
071600     ADD WS-MAE-ALTAS(WS-IDX-MAE)   TO WS-TOTAL-ALTAS
071700     ADD WS-MAE-BAJAS(WS-IDX-MAE)   TO WS-TOTAL-BAJAS
071800     ADD WS-MAE-CAMBIOS(WS-IDX-MAE) TO WS-TOTAL-CAMBIOS
071900     ADD WS-MAE-INESPERADOS(WS-IDX-MAE) TO WS-TOTAL-INESPERADOS.
072000 2800-EXIT.
072100     EXIT.
072200*================================================================
072300 9000-TERMINATE.
072400*================================================================
072500     MOVE SPACES TO RPT-LINEA
072600     WRITE RPT-LINEA
072700     MOVE "TOTAL ALTAS" TO RPT-RESUMEN-ETIQUETA
072800     MOVE WS-TOTAL-ALTAS TO RPT-RESUMEN-VALOR
072900     WRITE RPT-RESUMEN-REGISTRO
073000     MOVE "TOTAL BAJAS" TO RPT-RESUMEN-ETIQUETA
073100     MOVE WS-TOTAL-BAJAS TO RPT-RESUMEN-VALOR
073200     WRITE RPT-RESUMEN-REGISTRO
073300     MOVE "TOTAL CAMBIOS" TO RPT-RESUMEN-ETIQUETA
073400     MOVE WS-TOTAL-CAMBIOS TO RPT-RESUMEN-VALOR
073500     WRITE RPT-RESUMEN-REGISTRO
073600     MOVE "TOTAL INESPERADOS" TO RPT-RESUMEN-ETIQUETA
073700     MOVE WS-TOTAL-INESPERADOS TO RPT-RESUMEN-VALOR
073800     WRITE RPT-RESUMEN-REGISTRO
073900     IF TABLA-LLENA
074000         MOVE "AVISO: CAMBLOG NO CABE EN LA TABLA"
074100             TO RPT-LINEA
074200         WRITE RPT-LINEA
074300     END-IF
074400     EVALUATE TRUE
074500         WHEN GENERACION-MALA
074600             MOVE "RESULTADO: COMPARACION NO VALIDA" TO RPT-LINEA
074700             WRITE RPT-LINEA
074800             MOVE 8 TO RETURN-CODE
074900         WHEN WS-TOTAL-INESPERADOS > 0
075000             MOVE "RESULTADO: HAY CAMBIOS INESPERADOS"
075100                 TO RPT-LINEA
075200             WRITE RPT-LINEA
075300             PERFORM 9200-EMITIR-ALERTA THRU 9200-EXIT
075400             MOVE 4 TO RETURN-CODE
075500         WHEN OTHER
075600             MOVE "RESULTADO: CAMBIOS CONFORMES" TO RPT-LINEA
075700             WRITE RPT-LINEA
075800     END-EVALUATE
075900     CLOSE DIFSNAP-RPT.
076000 9000-EXIT.
076100     EXIT.
076200*================================================================
076300 9200-EMITIR-ALERTA.
076400*================================================================
076500     MOVE SPACES TO ALR-STD-REGISTRO
076600     MOVE "DIFSNAP" TO ALR-STD-PROGRAMA
076700     MOVE "A" TO ALR-STD-SEVERIDAD
076800     MOVE "CAMBIOS INESPERADOS EN MAESTROS, VER DIFSRPT"
076900         TO ALR-STD-TEXTO
077000     CALL "ALERTADOR" USING ALR-STD-REGISTRO.
077100 9200-EXIT.
077200     EXIT.
077300 END PROGRAM DIFSNAP.
