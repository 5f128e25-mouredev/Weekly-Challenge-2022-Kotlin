000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COSTEMES.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. REPARTO MENSUAL DEL COSTE
001300*                    DE LA VENTANA BATCH: TOMA DE METRICAS LA
001400*                    DURACION Y LOS REGISTROS DE CADA PROGRAMA EN
001500*                    EL MES, LA PRECIA CON LA TARIFA DE TIEMPO DE
001600*                    MAQUINA (TARCOSTE) Y REPARTE EL COSTE ENTRE
001700*                    LOS CLIENTES SEGUN SU PARTE DE LOS REGISTROS:
001800*                    LOS PROGRAMAS DE TEXTOS (PALINDROMO) POR EL
001900*                    CORTE DE CLIENTE DE VOLTXT Y AREA_POL POR EL
002000*                    CLIENTE DE CADA ORDEN (ORDCLI) EN LAS
002100*                    GENERACIONES DIARIAS DE AREAPOLCSV. ESCRIBE
002200*                    EL INFORME DE IMPUTACION (COSTRPT) Y EL
002300*                    EXTRACTO DE REPERCUSION PARA FINANZAS
002400*                    (COSTEXT).
002410* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
002420*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
002430*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
002440* 2026-10-15  MNT    EL REGISTRO DE METRICAS SE DECLARA CON LA
002450*                    VERSION DEL PROGRAMA QUE AHORA LLEVA AL
002460*                    FINAL.
002500*----------------------------------------------------------------
002600* TARJETA COSTPAR: MES AAAAMM. SIN TARJETA, O CON EL MES EN
002700* BLANCO, SE REPARTE EL MES ANTERIOR AL DE LA FECHA DE NEGOCIO.
002800* LA TARIFA ES LA VIGENTE EL DIA 1 DEL MES; LA DEL PROGRAMA MANDA
002900* SOBRE LA GENERAL ("*"). EL COSTE DE UN PROGRAMA SIN BASE DE
003000* REPARTO (NINGUN REGISTRO DE CLIENTE EN EL MES), Y EL DE LAS
003100* FILAS DE AREA_POL CUYA ORDEN NO ESTA EN ORDCLI, SE IMPUTA AL
003200* CLIENTE INTERNO: EL EXTRACTO SUMA SIEMPRE EL COSTE TOTAL. LA
003300* PARTE DE CADA CLIENTE SE TRUNCA AL CENTIMO Y EL ULTIMO CLIENTE
003400* DEL PROGRAMA SE QUEDA EL RESTO. RC 8 SI LA TARJETA NO ES
003500* VALIDA; RC 4 SI FALTA METRICAS, HAY PROGRAMAS SIN TARIFA O SE
003600* LLENO ALGUNA TABLA.
003700*----------------------------------------------------------------
003800 ENVIRONMENT     DIVISION.
003900 INPUT-OUTPUT    SECTION.
004000 FILE-CONTROL.
004100     SELECT COSTE-PARM ASSIGN TO "COSTPAR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PAR-STATUS.
004400     SELECT TARIFA-COSTE ASSIGN TO "TARCOSTE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TAR-STATUS.
004700     SELECT METRICAS-FILE ASSIGN TO "METRICAS"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-MET-STATUS.
005000     SELECT VOLUMEN-TXT ASSIGN TO "VOLTXT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-VOL-STATUS.
005300     SELECT ORDEN-CLIENTE ASSIGN TO "ORDCLI"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ORD-STATUS.
005600     SELECT AREA-POL-GEN ASSIGN TO WS-NOMBRE-GEN
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CSV-STATUS.
005900     SELECT COSTE-RPT ASSIGN TO "COSTRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT COSTE-EXT ASSIGN TO "COSTEXT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA            DIVISION.
006400 FILE            SECTION.
006500 FD  COSTE-PARM
006600     RECORDING MODE IS F.
006700 01  PAR-REGISTRO.
006800     05  PAR-MES             PIC X(06).
006900     05  PAR-MES-N REDEFINES PAR-MES
007000                             PIC 9(06).
007100*    UN REGISTRO POR PROGRAMA ("*" = TARIFA GENERAL) Y VIGENCIA:
007200*    PRECIO POR SEGUNDO DE MAQUINA. HASTA = 0 VALE COMO SIN
007300*    CADUCIDAD.
007400 FD  TARIFA-COSTE
007500     RECORDING MODE IS F.
007600 01  TCO-REGISTRO.
007700     05  TCO-PROGRAMA        PIC X(08).
007800     05  TCO-PRECIO          PIC 9(05)V9(04).
007900     05  TCO-DESDE           PIC 9(08).
008000     05  TCO-HASTA           PIC 9(08).
008100*    REGISTRO DEL FICHERO DE METRICAS DE REGMETRICA.
008200 FD  METRICAS-FILE
008300     RECORDING MODE IS F.
008400 01  MET-REGISTRO.
008500     05  MET-REG-PROGRAMA    PIC X(08).
008600     05  MET-REG-FECHA       PIC 9(08).
008700     05  MET-REG-CORRIDA     PIC 9(04).
008800     05  MET-REG-LEIDOS      PIC 9(09).
008900     05  MET-REG-ESCRITOS    PIC 9(09).
009000     05  MET-REG-RECHAZADOS  PIC 9(09).
009100     05  MET-REG-DURACION    PIC 9(09).
009200     05  MET-REG-REGS-SEG    PIC 9(09).
009210     05  MET-REG-VERSION     PIC X(10).
009300 FD  VOLUMEN-TXT
009400     RECORDING MODE IS F.
009500     COPY VOLREG.
009600 FD  ORDEN-CLIENTE
009700     RECORDING MODE IS F.
009800 01  ORD-REGISTRO.
009900     05  ORD-REFERENCIA      PIC X(10).
010000     05  ORD-CLIENTE         PIC X(08).
010100*    DETALLE DE AREA_POL (REFERENCIA;TIPO;AREA;PERIMETRO).
010200 FD  AREA-POL-GEN
010300     RECORDING MODE IS F.
010400 01  CSV-REGISTRO            PIC X(100).
010500 FD  COSTE-RPT
010600     RECORDING MODE IS F.
010700 01  RPT-LINEA               PIC X(100).
010800 01  RPT-PROGRAMA-DET.
010900     05  RPT-PRG-PROGRAMA    PIC X(08).
011000     05  FILLER              PIC X(02).
011100     05  RPT-PRG-CORRIDAS    PIC Z(5)9.
011200     05  FILLER              PIC X(02).
011300     05  RPT-PRG-SEGUNDOS    PIC Z(8)9.99.
011400     05  FILLER              PIC X(02).
011500     05  RPT-PRG-LEIDOS      PIC Z(10)9.
011600     05  FILLER              PIC X(02).
011700     05  RPT-PRG-PRECIO      PIC Z(4)9.9999.
011800     05  FILLER              PIC X(02).
011900     05  RPT-PRG-COSTE       PIC Z(10)9.99.
012000     05  FILLER              PIC X(02).
012100     05  RPT-PRG-BASE        PIC X(20).
012200 01  RPT-REPARTO-DET.
012300     05  RPT-REP-CLIENTE     PIC X(08).
012400     05  FILLER              PIC X(02).
012500     05  RPT-REP-PROGRAMA    PIC X(08).
012600     05  FILLER              PIC X(02).
012700     05  RPT-REP-REGISTROS   PIC Z(10)9.
012800     05  FILLER              PIC X(02).
012900     05  RPT-REP-PORCENTAJE  PIC ZZ9.99.
013000     05  FILLER              PIC X(02).
013100     05  RPT-REP-IMPORTE     PIC Z(10)9.99.
013200 01  RPT-CLIENTE-DET.
013300     05  RPT-CLI-CLIENTE     PIC X(08).
013400     05  FILLER              PIC X(02).
013500     05  RPT-CLI-IMPORTE     PIC Z(10)9.99.
013600 01  RPT-RESUMEN-REGISTRO.
013700     05  RPT-RESUMEN-ETIQUETA PIC X(30).
013800     05  RPT-RESUMEN-VALOR    PIC Z(10)9.
013900     05  FILLER               PIC X(02).
014000     05  RPT-RESUMEN-NOTA     PIC X(40).
014100*    EXTRACTO DE REPERCUSION: UNA LINEA POR CLIENTE Y PROGRAMA,
014200*    CON SU CABECERA Y TRAILER DE CONTROL.
014300 FD  COSTE-EXT
014400     RECORDING MODE IS F.
014500 01  EXT-REGISTRO.
014600     05  EXT-MES             PIC 9(06).
014700     05  EXT-CLIENTE         PIC X(08).
014800     05  EXT-PROGRAMA        PIC X(08).
014900     05  EXT-REGISTROS       PIC 9(11).
015000     05  EXT-IMPORTE         PIC 9(11)V9(02).
015100     COPY CTLREG.
015200 WORKING-STORAGE SECTION.
015300*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
015400     COPY FECNEG.
015410*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
015420     COPY VERSTD.
015500 01  WS-PAR-STATUS           PIC X(02).
015600     88  WS-PAR-NO-EXISTE            VALUE "35".
015700 01  WS-TAR-STATUS           PIC X(02).
015800     88  WS-TAR-NO-EXISTE            VALUE "35".
015900     88  WS-TAR-FIN-FICHERO          VALUE "10".
016000 01  WS-MET-STATUS           PIC X(02).
016100     88  WS-MET-NO-EXISTE            VALUE "35".
016200     88  WS-MET-FIN-FICHERO          VALUE "10".
016300 01  WS-VOL-STATUS           PIC X(02).
016400     88  WS-VOL-NO-EXISTE            VALUE "35".
016500     88  WS-VOL-FIN-FICHERO          VALUE "10".
016600 01  WS-ORD-STATUS           PIC X(02).
016700     88  WS-ORD-NO-EXISTE            VALUE "35".
016800     88  WS-ORD-FIN-FICHERO          VALUE "10".
016900 01  WS-CSV-STATUS           PIC X(02).
017000     88  WS-CSV-ABIERTO              VALUE "00".
017100     88  WS-CSV-FIN-FICHERO          VALUE "10".
017200 01  WS-PETICION-VALIDA      PIC X(01) VALUE "S".
017300     88  PETICION-VALIDA             VALUE "S".
017400*    MES REPARTIDO, MES DE LA FECHA DE NEGOCIO Y FECHA A LA QUE SE
017500*    TOMAN LAS TARIFAS (EL DIA 1 DEL MES).
017600 01  WS-MES-COSTE            PIC 9(06) VALUE ZERO.
017700 01  WS-MES-COSTE-R REDEFINES WS-MES-COSTE.
017800     05  WS-MES-AAAA         PIC 9(04).
017900     05  WS-MES-MM           PIC 9(02).
018000 01  WS-MES-NEGOCIO          PIC 9(06) VALUE ZERO.
018100 01  WS-FECHA-TARIFA         PIC 9(08) VALUE ZERO.
018200*    GENERACION DIARIA QUE SE ABRE (<FICHERO><AAAAMMDD>).
018300 01  WS-NOMBRE-GEN           PIC X(20) VALUE SPACES.
018400 01  WS-DIA                  PIC 9(02) VALUE ZERO.
018500*    NOMBRES FIJOS: EL PROGRAMA REPARTIDO POR ORDENES Y EL CLIENTE
018600*    QUE RECIBE EL COSTE SIN BASE DE REPARTO.
018700 01  WS-PROGRAMA-AREAPOL     PIC X(08) VALUE "AREA_POL".
018800 01  WS-CLIENTE-INTERNO      PIC X(08) VALUE "INTERNO".
018900*----------------------------------------------------------------
019000* TARIFAS VIGENTES, ORDENES CONOCIDAS, ACUMULADOS DEL MES POR
019100* PROGRAMA, LINEAS DE REPARTO POR PROGRAMA Y CLIENTE Y TOTAL POR
019200* CLIENTE, EN MEMORIA.
019300*----------------------------------------------------------------
019400 01  WS-TABLA-TARIFAS.
019500     05  WS-NUM-TARIFAS      PIC 9(03) COMP VALUE ZERO.
019600     05  WS-TAR-ENTRY OCCURS 100 TIMES.
019700         10  WS-TAR-PROGRAMA PIC X(08).
019800         10  WS-TAR-PRECIO   PIC 9(05)V9(04).
019900 01  WS-TABLA-ORDENES.
020000     05  WS-NUM-ORDENES      PIC 9(04) COMP VALUE ZERO.
020100     05  WS-ORD-ENTRY OCCURS 2000 TIMES.
020200         10  WS-ORD-REF      PIC X(10).
020300         10  WS-ORD-CLI      PIC X(08).
020400 01  WS-TABLA-PROGRAMAS.
020500     05  WS-NUM-PROGRAMAS    PIC 9(03) COMP VALUE ZERO.
020600     05  WS-PRG-ENTRY OCCURS 100 TIMES.
020700         10  WS-PRG-PROGRAMA PIC X(08).
020800         10  WS-PRG-CORRIDAS PIC 9(07) COMP.
020900         10  WS-PRG-CENTESIMAS PIC 9(11) COMP.
021000         10  WS-PRG-LEIDOS   PIC 9(11) COMP.
021100         10  WS-PRG-PRECIO   PIC 9(05)V9(04).
021200         10  WS-PRG-TARIFA   PIC X(01).
021300             88  PRG-CON-TARIFA      VALUE "S".
021400         10  WS-PRG-COSTE    PIC 9(11)V9(02) COMP-3.
021500         10  WS-PRG-BASE     PIC 9(11) COMP.
021600         10  WS-PRG-REPARTO  PIC X(20).
021700 01  WS-TABLA-REPARTO.
021800     05  WS-NUM-REPARTO      PIC 9(04) COMP VALUE ZERO.
021900     05  WS-REP-ENTRY OCCURS 2000 TIMES.
022000         10  WS-REP-PROGRAMA PIC X(08).
022100         10  WS-REP-CLIENTE  PIC X(08).
022200         10  WS-REP-REGISTROS PIC 9(11) COMP.
022300         10  WS-REP-IMPORTE  PIC 9(11)V9(02) COMP-3.
022400 01  WS-TABLA-CLIENTES.
022500     05  WS-NUM-CLIENTES     PIC 9(03) COMP VALUE ZERO.
022600     05  WS-CLI-ENTRY OCCURS 500 TIMES.
022700         10  WS-CLI-CLIENTE  PIC X(08).
022800         10  WS-CLI-IMPORTE  PIC 9(11)V9(02) COMP-3.
022900 01  WS-PROGRAMA-BUSCADO     PIC X(08) VALUE SPACES.
023000 01  WS-CLIENTE-BUSCADO      PIC X(08) VALUE SPACES.
023100 01  WS-REFERENCIA-BUSCADA   PIC X(10) VALUE SPACES.
023200 01  WS-REGISTROS            PIC 9(11) VALUE ZERO.
023300 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
023400 01  WS-IDX-REP              PIC 9(04) COMP VALUE ZERO.
023500 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
023600 01  WS-IDX-ULTIMO           PIC 9(04) COMP VALUE ZERO.
023700 01  WS-IDX-CLI              PIC 9(04) COMP VALUE ZERO.
023800*----------------------------------------------------------------
023900* CAMPOS DEL PRECIADO Y DEL REPARTO.
024000*----------------------------------------------------------------
024100 01  WS-SEGUNDOS             PIC 9(09)V9(02) VALUE ZERO.
024200 01  WS-PORCENTAJE           PIC 9(03)V9(02) VALUE ZERO.
024300 01  WS-IMPORTE              PIC 9(11)V9(02) VALUE ZERO.
024400 01  WS-IMPORTE-REPARTIDO    PIC 9(11)V9(02) VALUE ZERO.
024500 01  WS-TOTAL-COSTE          PIC 9(11)V9(02) VALUE ZERO.
024600 01  WS-TOTAL-EXTRACTO       PIC 9(11)V9(02) VALUE ZERO.
024700 01  WS-HASH-COSTE           PIC 9(18) VALUE ZERO.
024800 01  WS-CLAVE-CTL            PIC X(200).
024900 01  WS-LARGO-CLAVE-CTL      PIC 9(03) VALUE 16.
025000 01  WS-CONTADORES.
025100     05  WS-TOTAL-METRICAS   PIC 9(07) COMP VALUE ZERO.
025200     05  WS-TOTAL-VOLUMENES  PIC 9(07) COMP VALUE ZERO.
025300     05  WS-TOTAL-FILAS      PIC 9(07) COMP VALUE ZERO.
025400     05  WS-TOTAL-SIN-ORDEN  PIC 9(07) COMP VALUE ZERO.
025500     05  WS-GEN-AREAPOL      PIC 9(03) COMP VALUE ZERO.
025600     05  WS-TOTAL-SIN-TARIFA PIC 9(05) COMP VALUE ZERO.
025700     05  WS-TOTAL-SIN-BASE   PIC 9(05) COMP VALUE ZERO.
025800     05  WS-TOTAL-EXTRAIDOS  PIC 9(09) COMP VALUE ZERO.
025900     05  WS-TOTAL-DESBORDADOS PIC 9(07) COMP VALUE ZERO.
026000 PROCEDURE       DIVISION.
026100*================================================================
026200 0000-MAINLINE.
026300*================================================================
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026500     IF PETICION-VALIDA
026600         PERFORM 2000-CARGAR-METRICAS THRU 2000-EXIT
026700         PERFORM 2200-CARGAR-VOLUMENES THRU 2200-EXIT
026800         PERFORM 2400-CARGAR-AREAPOL THRU 2400-EXIT
026900         PERFORM 3000-PRECIAR-PROGRAMAS THRU 3000-EXIT
027000         PERFORM 3200-REPARTIR-COSTE THRU 3200-EXIT
027100         PERFORM 6000-ESCRIBIR-INFORME THRU 6000-EXIT
027200     END-IF
027300     PERFORM 9000-TERMINATE THRU 9000-EXIT
027400     GOBACK.
027500*================================================================
027600 1000-INITIALIZE.
027700*================================================================
027800     OPEN OUTPUT COSTE-RPT
027900     OPEN OUTPUT COSTE-EXT
028000     MOVE SPACES TO RPT-RESUMEN-REGISTRO
028100     CALL "FECHANEG" USING FEC-NEG-AREA
028200     MOVE FEC-NEG-FECHA(1:6) TO WS-MES-NEGOCIO
028300     MOVE SPACES TO CTL-REGISTRO
028400     MOVE "CAB" TO CTL-MARCA
028500     MOVE "COSTEMES" TO CTL-PROGRAMA
028600     MOVE FEC-NEG-FECHA TO CTL-FECHA
028700     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
028800     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD
028810     MOVE SPACES TO VRS-STD-AREA
028820     MOVE "COSTEMES" TO VRS-STD-PROGRAMA
028830     MOVE ZERO TO VRS-STD-FECHA
028840     CALL "VERSPROG" USING VRS-STD-AREA
028850     MOVE VRS-STD-VERSION TO CTL-VERSION
028900     WRITE CTL-REGISTRO
029000     PERFORM 1200-LEER-TARJETA THRU 1200-EXIT
029100     IF NOT PETICION-VALIDA
029200         MOVE "MES NO VALIDO EN COSTPAR" TO RPT-LINEA
029300         WRITE RPT-LINEA
029400         GO TO 1000-EXIT
029500     END-IF
029600     COMPUTE WS-FECHA-TARIFA = WS-MES-COSTE * 100 + 1
029700     MOVE SPACES TO RPT-LINEA
029800     STRING "REPARTO DEL COSTE DE LA VENTANA BATCH - MES "
029900         DELIMITED BY SIZE
030000         WS-MES-COSTE DELIMITED BY SIZE
030100         INTO RPT-LINEA
030200     END-STRING
030300     WRITE RPT-LINEA
030400     PERFORM 1100-CARGAR-TARIFAS THRU 1100-EXIT.
030500 1000-EXIT.
030600     EXIT.
030700*================================================================
030800 1100-CARGAR-TARIFAS.
030900*================================================================
031000*    SOLO SE RETIENEN LAS TARIFAS VIGENTES EL DIA 1 DEL MES
031100*    REPARTIDO (HASTA = 0 VALE COMO SIN CADUCIDAD).
031200     OPEN INPUT TARIFA-COSTE
031300     IF WS-TAR-NO-EXISTE
031400         MOVE "SIN TARIFA DE TIEMPO DE MAQUINA" TO RPT-LINEA
031500         WRITE RPT-LINEA
031600         GO TO 1100-EXIT
031700     END-IF
031800     PERFORM 1110-LEER-TARIFA THRU 1110-EXIT
031900     PERFORM 1120-ANOTAR-TARIFA THRU 1120-EXIT
032000         UNTIL WS-TAR-FIN-FICHERO
032100     CLOSE TARIFA-COSTE.
032200 1100-EXIT.
032300     EXIT.
032400*================================================================
032500 1110-LEER-TARIFA.
032600*================================================================
032700     READ TARIFA-COSTE
032800         AT END
032900             MOVE "10" TO WS-TAR-STATUS
033000     END-READ.
033100 1110-EXIT.
033200     EXIT.
033300*================================================================
033400 1120-ANOTAR-TARIFA.
033500*================================================================
033600     IF TCO-PROGRAMA NOT = SPACES
033700      AND TCO-DESDE <= WS-FECHA-TARIFA
033800      AND (TCO-HASTA = 0 OR WS-FECHA-TARIFA <= TCO-HASTA)
033900      AND WS-NUM-TARIFAS < 100
034000         ADD 1 TO WS-NUM-TARIFAS
034100         MOVE TCO-PROGRAMA TO WS-TAR-PROGRAMA(WS-NUM-TARIFAS)
034200         MOVE TCO-PRECIO   TO WS-TAR-PRECIO(WS-NUM-TARIFAS)
034300     END-IF
034400     PERFORM 1110-LEER-TARIFA THRU 1110-EXIT.
034500 1120-EXIT.
034600     EXIT.
034700*================================================================
034800 1200-LEER-TARJETA.
034900*================================================================
035000*    POR OMISION SE REPARTE EL MES ANTERIOR AL DE LA FECHA DE
035100*    NEGOCIO.
035200     MOVE WS-MES-NEGOCIO TO WS-MES-COSTE
035300     IF WS-MES-MM = 1
035400         SUBTRACT 1 FROM WS-MES-AAAA
035500         MOVE 12 TO WS-MES-MM
035600     ELSE
035700         SUBTRACT 1 FROM WS-MES-MM
035800     END-IF
035900     OPEN INPUT COSTE-PARM
036000     IF WS-PAR-NO-EXISTE
036100         GO TO 1200-EXIT
036200     END-IF
036300     READ COSTE-PARM
036400         AT END
036500             MOVE SPACES TO PAR-REGISTRO
036600     END-READ
036700     CLOSE COSTE-PARM
036800     IF PAR-MES = SPACES
036900         GO TO 1200-EXIT
037000     END-IF
037100     IF PAR-MES IS NUMERIC
037200         MOVE PAR-MES-N TO WS-MES-COSTE
037300     END-IF
037400     IF PAR-MES IS NOT NUMERIC
037500      OR WS-MES-MM < 1 OR WS-MES-MM > 12
037600         MOVE "N" TO WS-PETICION-VALIDA
037700     END-IF.
037800 1200-EXIT.
037900     EXIT.
038000*================================================================
038100 2000-CARGAR-METRICAS.
038200*================================================================
038300     OPEN INPUT METRICAS-FILE
038400     IF WS-MET-NO-EXISTE
038500         GO TO 2000-EXIT
038600     END-IF
038700     PERFORM 2010-LEER-METRICA THRU 2010-EXIT
038800     PERFORM 2050-ACUMULAR-METRICA THRU 2050-EXIT
038900         UNTIL WS-MET-FIN-FICHERO
039000     CLOSE METRICAS-FILE.
039100 2000-EXIT.
039200     EXIT.
039300*================================================================
039400 2010-LEER-METRICA.
039500*================================================================
039600     READ METRICAS-FILE
039700         AT END
039800             MOVE "10" TO WS-MET-STATUS
039900     END-READ.
040000 2010-EXIT.
040100     EXIT.
040200*================================================================
040300 2050-ACUMULAR-METRICA.
040400*================================================================
040500     IF MET-REG-FECHA(1:6) NOT = WS-MES-COSTE
040600      OR MET-REG-PROGRAMA = SPACES
040700         GO TO 2050-SIGUIENTE
040800     END-IF
040900     ADD 1 TO WS-TOTAL-METRICAS
041000     MOVE MET-REG-PROGRAMA TO WS-PROGRAMA-BUSCADO
041100     PERFORM 4000-BUSCAR-PROGRAMA THRU 4000-EXIT
041200     IF WS-IDX-HALLADO = 0
041300         PERFORM 4050-ANADIR-PROGRAMA THRU 4050-EXIT
041400     END-IF
041500     IF WS-IDX-HALLADO = 0
041600         GO TO 2050-SIGUIENTE
041700     END-IF
041800     ADD 1 TO WS-PRG-CORRIDAS(WS-IDX-HALLADO)
041900     ADD MET-REG-DURACION TO WS-PRG-CENTESIMAS(WS-IDX-HALLADO)
042000     ADD MET-REG-LEIDOS   TO WS-PRG-LEIDOS(WS-IDX-HALLADO).
042100 2050-SIGUIENTE.
042200     PERFORM 2010-LEER-METRICA THRU 2010-EXIT.
042300 2050-EXIT.
042400     EXIT.
042500*================================================================
042600 2200-CARGAR-VOLUMENES.
042700*================================================================
042800*    EL CORTE DE CLIENTE DE LOS PROGRAMAS DE TEXTOS: REGISTROS
042900*    PROCESADOS MAS RECHAZADOS, QUE TAMBIEN GASTAN MAQUINA. SOLO
043000*    CUENTAN LOS PROGRAMAS QUE CONSTAN EN METRICAS EN EL MES.
043100     OPEN INPUT VOLUMEN-TXT
043200     IF WS-VOL-NO-EXISTE
043300         GO TO 2200-EXIT
043400     END-IF
043500     PERFORM 2210-LEER-VOLUMEN THRU 2210-EXIT
043600     PERFORM 2250-ANOTAR-VOLUMEN THRU 2250-EXIT
043700         UNTIL WS-VOL-FIN-FICHERO
043800     CLOSE VOLUMEN-TXT.
043900 2200-EXIT.
044000     EXIT.
044100*================================================================
044200 2210-LEER-VOLUMEN.
044300*================================================================
044400     READ VOLUMEN-TXT
044500         AT END
044600             MOVE "10" TO WS-VOL-STATUS
044700     END-READ.
044800 2210-EXIT.
044900     EXIT.
045000*================================================================
045100 2250-ANOTAR-VOLUMEN.
045200*================================================================
045300     IF NOT VOL-ES-VOLUMEN
045400      OR VOL-FECHA(1:6) NOT = WS-MES-COSTE
045500      OR VOL-CLIENTE = SPACES
045600         GO TO 2250-SIGUIENTE
045700     END-IF
045800     MOVE VOL-PROGRAMA TO WS-PROGRAMA-BUSCADO
045900     PERFORM 4000-BUSCAR-PROGRAMA THRU 4000-EXIT
046000     IF WS-IDX-HALLADO = 0
046100         GO TO 2250-SIGUIENTE
046200     END-IF
046300     ADD 1 TO WS-TOTAL-VOLUMENES
046400     MOVE "VOLTXT POR CLIENTE" TO WS-PRG-REPARTO(WS-IDX-HALLADO)
046500     MOVE VOL-CLIENTE TO WS-CLIENTE-BUSCADO
046600     COMPUTE WS-REGISTROS = VOL-FACTURABLES + VOL-RECHAZADOS
046700     PERFORM 4100-ANOTAR-REPARTO THRU 4100-EXIT.
046800 2250-SIGUIENTE.
046900     PERFORM 2210-LEER-VOLUMEN THRU 2210-EXIT.
047000 2250-EXIT.
047100     EXIT.
047200*================================================================
047300 2400-CARGAR-AREAPOL.
047400*================================================================
047500*    AREA_POL SE REPARTE POR LAS FILAS DE DETALLE DEL MES (LAS
047600*    GENERACIONES DIARIAS DE AREAPOLCSV QUE GUARDA ARCHNOCH),
047700*    CADA UNA AL CLIENTE DE SU ORDEN EN ORDCLI.
047800     MOVE WS-PROGRAMA-AREAPOL TO WS-PROGRAMA-BUSCADO
047900     PERFORM 4000-BUSCAR-PROGRAMA THRU 4000-EXIT
048000     IF WS-IDX-HALLADO = 0
048100         GO TO 2400-EXIT
048200     END-IF
048300     MOVE "ORDENES EN ORDCLI" TO WS-PRG-REPARTO(WS-IDX-HALLADO)
048400     PERFORM 2410-CARGAR-ORDENES THRU 2410-EXIT
048500     PERFORM 2450-LEER-GENERACION THRU 2450-EXIT
048600         VARYING WS-DIA FROM 1 BY 1
048700         UNTIL WS-DIA > 31.
048800 2400-EXIT.
048900     EXIT.
049000*================================================================
049100 2410-CARGAR-ORDENES.
049200*================================================================
049300     OPEN INPUT ORDEN-CLIENTE
049400     IF WS-ORD-NO-EXISTE
049500         MOVE "SIN CRUCE ORDEN-CLIENTE ORDCLI" TO RPT-LINEA
049600         WRITE RPT-LINEA
049700         GO TO 2410-EXIT
049800     END-IF
049900     PERFORM 2420-LEER-ORDEN THRU 2420-EXIT
050000     PERFORM 2430-ANOTAR-ORDEN THRU 2430-EXIT
050100         UNTIL WS-ORD-FIN-FICHERO
050200     CLOSE ORDEN-CLIENTE.
050300 2410-EXIT.
050400     EXIT.
050500*================================================================
050600 2420-LEER-ORDEN.
050700*================================================================
050800     READ ORDEN-CLIENTE
050900         AT END
051000             MOVE "10" TO WS-ORD-STATUS
051100     END-READ.
051200 2420-EXIT.
051300     EXIT.
051400*================================================================
051500 2430-ANOTAR-ORDEN.
051600*================================================================
051700     IF ORD-REFERENCIA = SPACES
051800         GO TO 2430-SIGUIENTE
051900     END-IF
052000     IF WS-NUM-ORDENES NOT < 2000
052100         ADD 1 TO WS-TOTAL-DESBORDADOS
052200         GO TO 2430-SIGUIENTE
052300     END-IF
052400     ADD 1 TO WS-NUM-ORDENES
052500     MOVE ORD-REFERENCIA TO WS-ORD-REF(WS-NUM-ORDENES)
052600     MOVE ORD-CLIENTE    TO WS-ORD-CLI(WS-NUM-ORDENES).
052700 2430-SIGUIENTE.
052800     PERFORM 2420-LEER-ORDEN THRU 2420-EXIT.
052900 2430-EXIT.
053000     EXIT.
053100*================================================================
053200 2450-LEER-GENERACION.
053300*================================================================
053400     MOVE SPACES TO WS-NOMBRE-GEN
053500     STRING "AREAPOLCSV" WS-MES-COSTE WS-DIA
053600         DELIMITED BY SIZE INTO WS-NOMBRE-GEN
053700     END-STRING
053800     OPEN INPUT AREA-POL-GEN
053900     IF NOT WS-CSV-ABIERTO
054000         GO TO 2450-EXIT
054100     END-IF
054200     ADD 1 TO WS-GEN-AREAPOL
054300     PERFORM 2460-LEER-FILA THRU 2460-EXIT
054400     PERFORM 2470-ANOTAR-FILA THRU 2470-EXIT
054500         UNTIL WS-CSV-FIN-FICHERO
054600     CLOSE AREA-POL-GEN.
054700 2450-EXIT.
054800     EXIT.
054900*================================================================
055000 2460-LEER-FILA.
055100*================================================================
055200     READ AREA-POL-GEN
055300         AT END
055400             MOVE "10" TO WS-CSV-STATUS
055500     END-READ.
055600 2460-EXIT.
055700     EXIT.
055800*================================================================
055900 2470-ANOTAR-FILA.
056000*================================================================
056100*    LA FILA DE CABECERA DE COLUMNAS, LAS FILAS TOTAL;... Y LAS
056200*    LINEAS EN BLANCO NO SON DETALLE.
056300     IF CSV-REGISTRO = SPACES
056400      OR CSV-REGISTRO(1:11) = "REFERENCIA;"
056500      OR CSV-REGISTRO(1:6) = "TOTAL;"
056600         GO TO 2470-SIGUIENTE
056700     END-IF
056800     ADD 1 TO WS-TOTAL-FILAS
056900     MOVE SPACES TO WS-REFERENCIA-BUSCADA
057000     UNSTRING CSV-REGISTRO DELIMITED BY ";"
057100         INTO WS-REFERENCIA-BUSCADA
057200     END-UNSTRING
057300     PERFORM 4200-BUSCAR-ORDEN THRU 4200-EXIT
057400     IF WS-IDX-HALLADO = 0
057500         ADD 1 TO WS-TOTAL-SIN-ORDEN
057600         MOVE WS-CLIENTE-INTERNO TO WS-CLIENTE-BUSCADO
057700     ELSE
057800         MOVE WS-ORD-CLI(WS-IDX-HALLADO) TO WS-CLIENTE-BUSCADO
057900     END-IF
058000     MOVE WS-PROGRAMA-AREAPOL TO WS-PROGRAMA-BUSCADO
058100     MOVE 1 TO WS-REGISTROS
058200     PERFORM 4100-ANOTAR-REPARTO THRU 4100-EXIT.
058300 2470-SIGUIENTE.
058400     PERFORM 2460-LEER-FILA THRU 2460-EXIT.
058500 2470-EXIT.
058600     EXIT.
058700*================================================================
058800 3000-PRECIAR-PROGRAMAS.
058900*================================================================
059000     PERFORM 3050-PRECIAR-PROGRAMA THRU 3050-EXIT
059100         VARYING WS-IDX FROM 1 BY 1
059200         UNTIL WS-IDX > WS-NUM-PROGRAMAS.
059300 3000-EXIT.
059400     EXIT.
059500*================================================================
059600 3050-PRECIAR-PROGRAMA.
059700*================================================================
059800*    DURACION EN CENTESIMAS POR PRECIO DEL SEGUNDO. LA TARIFA DEL
059900*    PROGRAMA MANDA SOBRE LA GENERAL.
060000     MOVE WS-PRG-PROGRAMA(WS-IDX) TO WS-PROGRAMA-BUSCADO
060100     PERFORM 4300-BUSCAR-TARIFA THRU 4300-EXIT
060200     IF WS-IDX-HALLADO = 0
060300         MOVE "*" TO WS-PROGRAMA-BUSCADO
060400         PERFORM 4300-BUSCAR-TARIFA THRU 4300-EXIT
060500     END-IF
060600     IF WS-IDX-HALLADO = 0
060700         ADD 1 TO WS-TOTAL-SIN-TARIFA
060800         MOVE ZERO TO WS-PRG-PRECIO(WS-IDX) WS-PRG-COSTE(WS-IDX)
060900         GO TO 3050-EXIT
061000     END-IF
061100     MOVE "S" TO WS-PRG-TARIFA(WS-IDX)
061200     MOVE WS-TAR-PRECIO(WS-IDX-HALLADO) TO WS-PRG-PRECIO(WS-IDX)
061300     COMPUTE WS-PRG-COSTE(WS-IDX) ROUNDED =
061400         WS-PRG-CENTESIMAS(WS-IDX) * WS-PRG-PRECIO(WS-IDX) / 100
061500     ADD WS-PRG-COSTE(WS-IDX) TO WS-TOTAL-COSTE.
061600 3050-EXIT.
061700     EXIT.
061800*================================================================
061900 3200-REPARTIR-COSTE.
062000*================================================================
062100     PERFORM 3250-REPARTIR-PROGRAMA THRU 3250-EXIT
062200         VARYING WS-IDX FROM 1 BY 1
062300         UNTIL WS-IDX > WS-NUM-PROGRAMAS.
062400 3200-EXIT.
062500     EXIT.
062600*================================================================
062700 3250-REPARTIR-PROGRAMA.
062800*================================================================
062900*    PRIMERA PASADA: BASE DE REPARTO Y ULTIMA LINEA DEL PROGRAMA.
063000*    SIN BASE, TODO EL COSTE VA AL CLIENTE INTERNO.
063100     MOVE 0 TO WS-PRG-BASE(WS-IDX) WS-IDX-ULTIMO
063200     PERFORM 3260-SUMAR-BASE THRU 3260-EXIT
063300         VARYING WS-IDX-REP FROM 1 BY 1
063400         UNTIL WS-IDX-REP > WS-NUM-REPARTO
063500     IF WS-PRG-BASE(WS-IDX) = 0
063600         ADD 1 TO WS-TOTAL-SIN-BASE
063700         MOVE "SIN BASE: INTERNO" TO WS-PRG-REPARTO(WS-IDX)
063800         MOVE WS-PRG-PROGRAMA(WS-IDX) TO WS-PROGRAMA-BUSCADO
063900         MOVE WS-CLIENTE-INTERNO TO WS-CLIENTE-BUSCADO
064000         MOVE 0 TO WS-REGISTROS
064100         PERFORM 4100-ANOTAR-REPARTO THRU 4100-EXIT
064200         IF WS-IDX-HALLADO NOT = 0
064300             MOVE WS-PRG-COSTE(WS-IDX)
064400                 TO WS-REP-IMPORTE(WS-IDX-HALLADO)
064500         END-IF
064600         GO TO 3250-EXIT
064700     END-IF
064800     MOVE 0 TO WS-IMPORTE-REPARTIDO
064900     PERFORM 3270-REPARTIR-LINEA THRU 3270-EXIT
065000         VARYING WS-IDX-REP FROM 1 BY 1
065100         UNTIL WS-IDX-REP > WS-NUM-REPARTO.
065200 3250-EXIT.
065300     EXIT.
065400*================================================================
065500 3260-SUMAR-BASE.
065600*================================================================
065700     IF WS-REP-PROGRAMA(WS-IDX-REP) = WS-PRG-PROGRAMA(WS-IDX)
065800         ADD WS-REP-REGISTROS(WS-IDX-REP) TO WS-PRG-BASE(WS-IDX)
065900         MOVE WS-IDX-REP TO WS-IDX-ULTIMO
066000     END-IF.
066100 3260-EXIT.
066200     EXIT.
066300*================================================================
066400 3270-REPARTIR-LINEA.
066500*================================================================
066600*    CADA CLIENTE SE QUEDA SU PARTE TRUNCADA AL CENTIMO; LA ULTIMA
066700*    LINEA DEL PROGRAMA SE QUEDA EL RESTO, PARA QUE LAS PARTES
066800*    SUMEN EXACTAMENTE EL COSTE DEL PROGRAMA.
066900     IF WS-REP-PROGRAMA(WS-IDX-REP) NOT = WS-PRG-PROGRAMA(WS-IDX)
067000         GO TO 3270-EXIT
067100     END-IF
067200     IF WS-IDX-REP = WS-IDX-ULTIMO
067300         COMPUTE WS-REP-IMPORTE(WS-IDX-REP) =
067400             WS-PRG-COSTE(WS-IDX) - WS-IMPORTE-REPARTIDO
067500     ELSE
067600         COMPUTE WS-REP-IMPORTE(WS-IDX-REP) =
067700             WS-PRG-COSTE(WS-IDX) * WS-REP-REGISTROS(WS-IDX-REP)
067800             / WS-PRG-BASE(WS-IDX)
067900     END-IF
068000     ADD WS-REP-IMPORTE(WS-IDX-REP) TO WS-IMPORTE-REPARTIDO.
068100 3270-EXIT.
068200     EXIT.
068300*================================================================
068400 4000-BUSCAR-PROGRAMA.
068500*================================================================
068600     MOVE 0 TO WS-IDX-HALLADO
068700     PERFORM 4010-COMPARAR-PROGRAMA THRU 4010-EXIT
068800         VARYING WS-IDX-REP FROM 1 BY 1
068900         UNTIL WS-IDX-REP > WS-NUM-PROGRAMAS
069000            OR WS-IDX-HALLADO NOT = 0.
069100 4000-EXIT.
069200     EXIT.
069300*================================================================
069400 4010-COMPARAR-PROGRAMA.
069500*================================================================
069600     IF WS-PRG-PROGRAMA(WS-IDX-REP) = WS-PROGRAMA-BUSCADO
069700         MOVE WS-IDX-REP TO WS-IDX-HALLADO
069800     END-IF.
069900 4010-EXIT.
070000     EXIT.
070100*================================================================
070200 4050-ANADIR-PROGRAMA.
070300*================================================================
070400     IF WS-NUM-PROGRAMAS NOT < 100
070500         ADD 1 TO WS-TOTAL-DESBORDADOS
070600         GO TO 4050-EXIT
070700     END-IF
070800     ADD 1 TO WS-NUM-PROGRAMAS
070900     MOVE WS-NUM-PROGRAMAS TO WS-IDX-HALLADO
071000     MOVE WS-PROGRAMA-BUSCADO TO WS-PRG-PROGRAMA(WS-IDX-HALLADO)
071100     MOVE 0 TO WS-PRG-CORRIDAS(WS-IDX-HALLADO)
071200               WS-PRG-CENTESIMAS(WS-IDX-HALLADO)
071300               WS-PRG-LEIDOS(WS-IDX-HALLADO)
071400               WS-PRG-PRECIO(WS-IDX-HALLADO)
071500               WS-PRG-COSTE(WS-IDX-HALLADO)
071600               WS-PRG-BASE(WS-IDX-HALLADO)
071700     MOVE "N" TO WS-PRG-TARIFA(WS-IDX-HALLADO)
071800     MOVE "SIN BASE: INTERNO" TO WS-PRG-REPARTO(WS-IDX-HALLADO).
071900 4050-EXIT.
072000     EXIT.
072100*================================================================
072200 4100-ANOTAR-REPARTO.
072300*================================================================
072400*    SUMA WS-REGISTROS A LA LINEA PROGRAMA-CLIENTE, QUE SE CREA SI
072500*    NO EXISTE. DEJA SU POSICION EN WS-IDX-HALLADO (0 = TABLA
072600*    LLENA).
072700     MOVE 0 TO WS-IDX-HALLADO
072800     PERFORM 4110-COMPARAR-REPARTO THRU 4110-EXIT
072900         VARYING WS-IDX-REP FROM 1 BY 1
073000         UNTIL WS-IDX-REP > WS-NUM-REPARTO
073100            OR WS-IDX-HALLADO NOT = 0
073200     IF WS-IDX-HALLADO = 0
073300         IF WS-NUM-REPARTO NOT < 2000
073400             ADD 1 TO WS-TOTAL-DESBORDADOS
073500             GO TO 4100-EXIT
073600         END-IF
073700         ADD 1 TO WS-NUM-REPARTO
073800         MOVE WS-NUM-REPARTO TO WS-IDX-HALLADO
073900         MOVE WS-PROGRAMA-BUSCADO
074000             TO WS-REP-PROGRAMA(WS-IDX-HALLADO)
074100         MOVE WS-CLIENTE-BUSCADO TO WS-REP-CLIENTE(WS-IDX-HALLADO)
074200         MOVE 0 TO WS-REP-REGISTROS(WS-IDX-HALLADO)
074300                   WS-REP-IMPORTE(WS-IDX-HALLADO)
074400     END-IF
074500     ADD WS-REGISTROS TO WS-REP-REGISTROS(WS-IDX-HALLADO).
074600 4100-EXIT.
074700     EXIT.
074800*================================================================
074900 4110-COMPARAR-REPARTO.
075000*================================================================
075100     IF WS-REP-PROGRAMA(WS-IDX-REP) = WS-PROGRAMA-BUSCADO
075200      AND WS-REP-CLIENTE(WS-IDX-REP) = WS-CLIENTE-BUSCADO
075300         MOVE WS-IDX-REP TO WS-IDX-HALLADO
075400     END-IF.
075500 4110-EXIT.
075600     EXIT.
075700*================================================================
075800 4200-BUSCAR-ORDEN.
075900*================================================================
076000     MOVE 0 TO WS-IDX-HALLADO
076100     PERFORM 4210-COMPARAR-ORDEN THRU 4210-EXIT
076200         VARYING WS-IDX-REP FROM 1 BY 1
076300         UNTIL WS-IDX-REP > WS-NUM-ORDENES
076400            OR WS-IDX-HALLADO NOT = 0.
076500 4200-EXIT.
076600     EXIT.
076700*================================================================
076800 4210-COMPARAR-ORDEN.
076900*================================================================
077000     IF WS-ORD-REF(WS-IDX-REP) = WS-REFERENCIA-BUSCADA
077100         MOVE WS-IDX-REP TO WS-IDX-HALLADO
077200     END-IF.
077300 4210-EXIT.
077400     EXIT.
077500*================================================================
077600 4300-BUSCAR-TARIFA.
077700*================================================================
077800     MOVE 0 TO WS-IDX-HALLADO
077900     PERFORM 4310-COMPARAR-TARIFA THRU 4310-EXIT
078000         VARYING WS-IDX-REP FROM 1 BY 1
078100         UNTIL WS-IDX-REP > WS-NUM-TARIFAS
078200            OR WS-IDX-HALLADO NOT = 0.
078300 4300-EXIT.
078400     EXIT.
078500*================================================================
078600 4310-COMPARAR-TARIFA.
078700*================================================================
078800     IF WS-TAR-PROGRAMA(WS-IDX-REP) = WS-PROGRAMA-BUSCADO
078900         MOVE WS-IDX-REP TO WS-IDX-HALLADO
079000     END-IF.
079100 4310-EXIT.
079200     EXIT.
079300*================================================================
079400 4400-ACUMULAR-CLIENTE.
079500*================================================================
079600     MOVE 0 TO WS-IDX-HALLADO
079700     PERFORM 4410-COMPARAR-CLIENTE THRU 4410-EXIT
079800         VARYING WS-IDX-CLI FROM 1 BY 1
079900         UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
080000            OR WS-IDX-HALLADO NOT = 0
080100     IF WS-IDX-HALLADO = 0
080200         IF WS-NUM-CLIENTES NOT < 500
080300             ADD 1 TO WS-TOTAL-DESBORDADOS
080400             GO TO 4400-EXIT
080500         END-IF
080600         ADD 1 TO WS-NUM-CLIENTES
080700         MOVE WS-NUM-CLIENTES TO WS-IDX-HALLADO
080800         MOVE WS-CLIENTE-BUSCADO TO WS-CLI-CLIENTE(WS-IDX-HALLADO)
080900         MOVE 0 TO WS-CLI-IMPORTE(WS-IDX-HALLADO)
081000     END-IF
081100     ADD WS-IMPORTE TO WS-CLI-IMPORTE(WS-IDX-HALLADO).
081200 4400-EXIT.
081300     EXIT.
081400*================================================================
081500 4410-COMPARAR-CLIENTE.
081600*================================================================
081700     IF WS-CLI-CLIENTE(WS-IDX-CLI) = WS-CLIENTE-BUSCADO
081800         MOVE WS-IDX-CLI TO WS-IDX-HALLADO
081900     END-IF.
082000 4410-EXIT.
082100     EXIT.
082200*================================================================
082300 6000-ESCRIBIR-INFORME.
082400*================================================================
082500     MOVE SPACES TO RPT-LINEA
082600     WRITE RPT-LINEA
082700     MOVE "COSTE POR PROGRAMA" TO RPT-LINEA
082800     WRITE RPT-LINEA
082900     MOVE SPACES TO RPT-LINEA
083000     MOVE "PROGRAMA  CORRID      SEGUNDOS"  TO RPT-LINEA(1:30)
083100     MOVE "    REGISTROS  PRECIO/SEG"       TO RPT-LINEA(31:25)
083200     MOVE "           COSTE  BASE DE REPARTO"
083300         TO RPT-LINEA(56:33)
083400     WRITE RPT-LINEA
083500     PERFORM 6100-ESCRIBIR-PROGRAMA THRU 6100-EXIT
083600         VARYING WS-IDX FROM 1 BY 1
083700         UNTIL WS-IDX > WS-NUM-PROGRAMAS
083800     MOVE SPACES TO RPT-LINEA
083900     WRITE RPT-LINEA
084000     MOVE "IMPUTACION POR CLIENTE Y PROGRAMA" TO RPT-LINEA
084100     WRITE RPT-LINEA
084200     MOVE SPACES TO RPT-LINEA
084300     MOVE "CLIENTE   PROGRAMA    REGISTROS" TO RPT-LINEA(1:31)
084400     MOVE "       %         IMPORTE"       TO RPT-LINEA(32:25)
084500     WRITE RPT-LINEA
084600     PERFORM 6200-ESCRIBIR-PROGRAMA-REP THRU 6200-EXIT
084700         VARYING WS-IDX FROM 1 BY 1
084800         UNTIL WS-IDX > WS-NUM-PROGRAMAS
084900     MOVE SPACES TO RPT-LINEA
085000     WRITE RPT-LINEA
085100     MOVE "TOTAL POR CLIENTE" TO RPT-LINEA
085200     WRITE RPT-LINEA
085300     PERFORM 6300-ESCRIBIR-CLIENTE THRU 6300-EXIT
085400         VARYING WS-IDX FROM 1 BY 1
085500         UNTIL WS-IDX > WS-NUM-CLIENTES
085600     MOVE SPACES TO RPT-CLIENTE-DET
085700     MOVE "TOTAL" TO RPT-CLI-CLIENTE
085800     MOVE WS-TOTAL-EXTRACTO TO RPT-CLI-IMPORTE
085900     WRITE RPT-CLIENTE-DET
086000     PERFORM 6400-ESCRIBIR-RESUMEN THRU 6400-EXIT.
086100 6000-EXIT.
086200     EXIT.
086300*================================================================
086400 6100-ESCRIBIR-PROGRAMA.
086500*================================================================
086600     MOVE SPACES TO RPT-PROGRAMA-DET
086700     MOVE WS-PRG-PROGRAMA(WS-IDX)   TO RPT-PRG-PROGRAMA
086800     MOVE WS-PRG-CORRIDAS(WS-IDX)   TO RPT-PRG-CORRIDAS
086900     COMPUTE WS-SEGUNDOS = WS-PRG-CENTESIMAS(WS-IDX) / 100
087000     MOVE WS-SEGUNDOS               TO RPT-PRG-SEGUNDOS
087100     MOVE WS-PRG-LEIDOS(WS-IDX)     TO RPT-PRG-LEIDOS
087200     MOVE WS-PRG-PRECIO(WS-IDX)     TO RPT-PRG-PRECIO
087300     MOVE WS-PRG-COSTE(WS-IDX)      TO RPT-PRG-COSTE
087400     IF PRG-CON-TARIFA(WS-IDX)
087500         MOVE WS-PRG-REPARTO(WS-IDX) TO RPT-PRG-BASE
087600     ELSE
087700         MOVE "SIN TARIFA" TO RPT-PRG-BASE
087800     END-IF
087900     WRITE RPT-PROGRAMA-DET.
088000 6100-EXIT.
088100     EXIT.
088200*================================================================
088300 6200-ESCRIBIR-PROGRAMA-REP.
088400*================================================================
088500     PERFORM 6250-ESCRIBIR-REPARTO THRU 6250-EXIT
088600         VARYING WS-IDX-REP FROM 1 BY 1
088700         UNTIL WS-IDX-REP > WS-NUM-REPARTO.
088800 6200-EXIT.
088900     EXIT.
089000*================================================================
089100 6250-ESCRIBIR-REPARTO.
089200*================================================================
089300*    CADA LINEA VA AL INFORME, AL TOTAL DEL CLIENTE Y AL EXTRACTO
089400*    DE REPERCUSION.
089500     IF WS-REP-PROGRAMA(WS-IDX-REP) NOT = WS-PRG-PROGRAMA(WS-IDX)
089600         GO TO 6250-EXIT
089700     END-IF
089800     MOVE 0 TO WS-PORCENTAJE
089900     IF WS-PRG-BASE(WS-IDX) > 0
090000         COMPUTE WS-PORCENTAJE ROUNDED =
090100             WS-REP-REGISTROS(WS-IDX-REP) * 100
090200             / WS-PRG-BASE(WS-IDX)
090300     ELSE
090400         MOVE 100 TO WS-PORCENTAJE
090500     END-IF
090600     MOVE SPACES TO RPT-REPARTO-DET
090700     MOVE WS-REP-CLIENTE(WS-IDX-REP)   TO RPT-REP-CLIENTE
090800     MOVE WS-REP-PROGRAMA(WS-IDX-REP)  TO RPT-REP-PROGRAMA
090900     MOVE WS-REP-REGISTROS(WS-IDX-REP) TO RPT-REP-REGISTROS
091000     MOVE WS-PORCENTAJE                TO RPT-REP-PORCENTAJE
091100     MOVE WS-REP-IMPORTE(WS-IDX-REP)   TO RPT-REP-IMPORTE
091200     WRITE RPT-REPARTO-DET
091300     MOVE WS-REP-CLIENTE(WS-IDX-REP) TO WS-CLIENTE-BUSCADO
091400     MOVE WS-REP-IMPORTE(WS-IDX-REP) TO WS-IMPORTE
091500     PERFORM 4400-ACUMULAR-CLIENTE THRU 4400-EXIT
091600     MOVE SPACES TO EXT-REGISTRO
091700     MOVE WS-MES-COSTE                 TO EXT-MES
091800     MOVE WS-REP-CLIENTE(WS-IDX-REP)   TO EXT-CLIENTE
091900     MOVE WS-REP-PROGRAMA(WS-IDX-REP)  TO EXT-PROGRAMA
092000     MOVE WS-REP-REGISTROS(WS-IDX-REP) TO EXT-REGISTROS
092100     MOVE WS-REP-IMPORTE(WS-IDX-REP)   TO EXT-IMPORTE
092200     WRITE EXT-REGISTRO
092300     ADD 1 TO WS-TOTAL-EXTRAIDOS
092400     ADD WS-REP-IMPORTE(WS-IDX-REP) TO WS-TOTAL-EXTRACTO
092500     MOVE SPACES TO WS-CLAVE-CTL
092600     MOVE EXT-CLIENTE TO WS-CLAVE-CTL(1:8)
092700     MOVE EXT-PROGRAMA TO WS-CLAVE-CTL(9:8)
092800     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
092900                          WS-HASH-COSTE.
093000 6250-EXIT.
093100     EXIT.
093200*================================================================
093300 6300-ESCRIBIR-CLIENTE.
093400*================================================================
093500     MOVE SPACES TO RPT-CLIENTE-DET
093600     MOVE WS-CLI-CLIENTE(WS-IDX) TO RPT-CLI-CLIENTE
093700     MOVE WS-CLI-IMPORTE(WS-IDX) TO RPT-CLI-IMPORTE
093800     WRITE RPT-CLIENTE-DET.
093900 6300-EXIT.
094000     EXIT.
094100*================================================================
094200 6400-ESCRIBIR-RESUMEN.
094300*================================================================
094400     MOVE SPACES TO RPT-LINEA
094500     WRITE RPT-LINEA
094600     MOVE SPACES TO RPT-RESUMEN-REGISTRO
094700     MOVE "METRICAS DEL MES"         TO RPT-RESUMEN-ETIQUETA
094800     MOVE WS-TOTAL-METRICAS          TO RPT-RESUMEN-VALOR
094900     IF WS-MET-NO-EXISTE
095000         MOVE "SIN FICHERO METRICAS" TO RPT-RESUMEN-NOTA
095100     END-IF
095200     WRITE RPT-RESUMEN-REGISTRO
095300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
095400     MOVE "VOLUMENES DE CLIENTE"     TO RPT-RESUMEN-ETIQUETA
095500     MOVE WS-TOTAL-VOLUMENES         TO RPT-RESUMEN-VALOR
095600     WRITE RPT-RESUMEN-REGISTRO
095700     MOVE SPACES TO RPT-RESUMEN-REGISTRO
095800     MOVE "GENERACIONES AREAPOLCSV"  TO RPT-RESUMEN-ETIQUETA
095900     MOVE WS-GEN-AREAPOL             TO RPT-RESUMEN-VALOR
096000     WRITE RPT-RESUMEN-REGISTRO
096100     MOVE SPACES TO RPT-RESUMEN-REGISTRO
096200     MOVE "FILAS AREA_POL"           TO RPT-RESUMEN-ETIQUETA
096300     MOVE WS-TOTAL-FILAS             TO RPT-RESUMEN-VALOR
096400     WRITE RPT-RESUMEN-REGISTRO
096500     MOVE SPACES TO RPT-RESUMEN-REGISTRO
096600     MOVE "FILAS SIN ORDEN EN ORDCLI" TO RPT-RESUMEN-ETIQUETA
096700     MOVE WS-TOTAL-SIN-ORDEN         TO RPT-RESUMEN-VALOR
096800     IF WS-TOTAL-SIN-ORDEN > 0
096900         MOVE "IMPUTADAS AL CLIENTE INTERNO" TO RPT-RESUMEN-NOTA
097000     END-IF
097100     WRITE RPT-RESUMEN-REGISTRO
097200     MOVE SPACES TO RPT-RESUMEN-REGISTRO
097300     MOVE "PROGRAMAS SIN TARIFA"     TO RPT-RESUMEN-ETIQUETA
097400     MOVE WS-TOTAL-SIN-TARIFA        TO RPT-RESUMEN-VALOR
097500     IF WS-TOTAL-SIN-TARIFA > 0
097600         MOVE "COSTE CERO: REVISAR TARCOSTE" TO RPT-RESUMEN-NOTA
097700     END-IF
097800     WRITE RPT-RESUMEN-REGISTRO
097900     MOVE SPACES TO RPT-RESUMEN-REGISTRO
098000     MOVE "PROGRAMAS SIN BASE"       TO RPT-RESUMEN-ETIQUETA
098100     MOVE WS-TOTAL-SIN-BASE          TO RPT-RESUMEN-VALOR
098200     IF WS-TOTAL-SIN-BASE > 0
098300         MOVE "IMPUTADOS AL CLIENTE INTERNO" TO RPT-RESUMEN-NOTA
098400     END-IF
098500     WRITE RPT-RESUMEN-REGISTRO
098600     MOVE SPACES TO RPT-RESUMEN-REGISTRO
098700     MOVE "LINEAS DE REPERCUSION"    TO RPT-RESUMEN-ETIQUETA
098800     MOVE WS-TOTAL-EXTRAIDOS         TO RPT-RESUMEN-VALOR
098900     WRITE RPT-RESUMEN-REGISTRO
099000     MOVE SPACES TO RPT-RESUMEN-REGISTRO
099100     MOVE "DESBORDADOS"              TO RPT-RESUMEN-ETIQUETA
099200     MOVE WS-TOTAL-DESBORDADOS       TO RPT-RESUMEN-VALOR
099300     IF WS-TOTAL-DESBORDADOS > 0
099400         MOVE "ALGUNA TABLA SE LLENO" TO RPT-RESUMEN-NOTA
099500     END-IF
099600     WRITE RPT-RESUMEN-REGISTRO.
099700 6400-EXIT.
099800     EXIT.
099900*================================================================
100000 9000-TERMINATE.
100100*================================================================
100200     MOVE SPACES TO CTL-REGISTRO
100300     MOVE "TRL" TO CTL-MARCA
100400     MOVE "COSTEMES" TO CTL-PROGRAMA
100500     MOVE FEC-NEG-FECHA TO CTL-FECHA
100600     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
100700     MOVE WS-TOTAL-EXTRAIDOS TO CTL-REGISTROS
100800     MOVE WS-HASH-COSTE TO CTL-HASH
100900     MOVE 0 TO CTL-HASH-ORD
101000     WRITE CTL-REGISTRO
101100     CLOSE COSTE-EXT
101200     CLOSE COSTE-RPT
101300     EVALUATE TRUE
101400         WHEN NOT PETICION-VALIDA
101500             MOVE 8 TO RETURN-CODE
101600         WHEN WS-MET-NO-EXISTE
101700          OR WS-TOTAL-SIN-TARIFA > 0
101800          OR WS-TOTAL-DESBORDADOS > 0
101900             MOVE 4 TO RETURN-CODE
102000         WHEN OTHER
102100             MOVE 0 TO RETURN-CODE
102200     END-EVALUATE.
102300 9000-EXIT.
102400     EXIT.
