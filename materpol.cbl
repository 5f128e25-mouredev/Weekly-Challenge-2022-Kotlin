000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MATERPOL.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. PRESUPUESTO DE MATERIALES
001300*                    DE AREA_POL: LEE EL DETALLE CALCULADO
001400*                    (AREAPOLCSV, YA EN METROS) Y, CON EL MAESTRO
001500*                    DE MATERIALES (MATMAST), CONVIERTE EL AREA O
001600*                    EL PERIMETRO DE CADA FIGURA EN UNIDADES DE
001700*                    MATERIAL CON SU MERMA, REDONDEA A ENVASES
001800*                    COMPLETOS Y LOS VALORA. ESCRIBE LA LISTA DE
001900*                    MATERIALES POR ORDEN (MATBOM, CON CABECERA Y
002000*                    TRAILER CTLREG), LA LISTA DE COMPRA
002100*                    CONSOLIDADA DE LA FECHA DE NEGOCIO
002200*                    (MATCOMPRA) Y EL INFORME MATRPT. LA FILA SIN
002300*                    MATERIAL SE LISTA Y DA RC 4.
002310* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
002320*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
002330*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
002400*----------------------------------------------------------------
002500* EL MAESTRO MATMAST SE BUSCA POR TIPO DE TRABAJO DE LA ORDEN
002600* (CRUCE OPCIONAL ORDTRAB: REFERENCIA Y TRABAJO, P.EJ. SUELO,
002700* PINTURA, CESPED) Y, SI EL TRABAJO NO TIENE MATERIALES, POR
002800* TIPO DE FIGURA. UNA CLAVE PUEDE LLEVAR VARIOS MATERIALES.
002900* MAT-BASE "A" MIDE SOBRE EL AREA Y "P" SOBRE EL PERIMETRO
003000* (RODAPIES, BORDILLOS). LAS UNIDADES SE ACUMULAN SIN REDONDEAR
003100* POR ORDEN Y MATERIAL; LA ORDEN REDONDEA A UNIDADES Y ENVASES
003200* ENTEROS Y LA COMPRA ES LA SUMA DE LOS ENVASES DE LAS ORDENES,
003300* QUE SE SIRVEN POR SEPARADO.
003400*----------------------------------------------------------------
003500 ENVIRONMENT     DIVISION.
003600 INPUT-OUTPUT    SECTION.
003700 FILE-CONTROL.
003800     SELECT AREA-POL-CSV ASSIGN TO "AREAPOLCSV"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CSV-STATUS.
004100     SELECT MATERIAL-MAST ASSIGN TO "MATMAST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-MAT-STATUS.
004400     SELECT ORDEN-TRABAJO ASSIGN TO "ORDTRAB"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-OTR-STATUS.
004700     SELECT MATERIAL-BOM ASSIGN TO "MATBOM"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT MATERIAL-COMPRA ASSIGN TO "MATCOMPRA"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT MATERIAL-RPT ASSIGN TO "MATRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA            DIVISION.
005400 FILE            SECTION.
005500 FD  AREA-POL-CSV
005600     RECORDING MODE IS F.
005700 01  CSV-REGISTRO            PIC X(100).
005800 FD  MATERIAL-MAST
005900     RECORDING MODE IS F.
006000 01  MAT-REGISTRO.
006100     05  MAT-CLAVE           PIC X(10).
006200     05  MAT-CODIGO          PIC X(10).
006300     05  MAT-DESCRIPCION     PIC X(20).
006400     05  MAT-BASE            PIC X(01).
006500         88  MAT-SOBRE-AREA          VALUE "A" " ".
006600         88  MAT-SOBRE-PERIMETRO     VALUE "P".
006700     05  MAT-COBERTURA       PIC 9(05)V9(04).
006800     05  MAT-MERMA           PIC 9(03)V9(02).
006900     05  MAT-ENVASE          PIC 9(05).
007000     05  MAT-PRECIO          PIC 9(07)V9(02).
007100     05  MAT-DESDE           PIC 9(08).
007200     05  MAT-HASTA           PIC 9(08).
007300 FD  ORDEN-TRABAJO
007400     RECORDING MODE IS F.
007500 01  OTR-REGISTRO.
007600     05  OTR-REFERENCIA      PIC X(10).
007700     05  OTR-TRABAJO         PIC X(10).
007800 FD  MATERIAL-BOM
007900     RECORDING MODE IS F.
008000 01  BOM-REGISTRO.
008100     05  BOM-REFERENCIA      PIC X(10).
008200     05  BOM-MATERIAL        PIC X(10).
008300     05  BOM-DESCRIPCION     PIC X(20).
008400     05  BOM-BASE            PIC X(01).
008500     05  BOM-CANTIDAD        PIC 9(11)V9(04).
008600     05  BOM-UNIDADES        PIC 9(09).
008700     05  BOM-ENVASES         PIC 9(07).
008800     05  BOM-COSTE           PIC 9(11)V9(02).
008900     COPY CTLREG.
009000 FD  MATERIAL-COMPRA
009100     RECORDING MODE IS F.
009200 01  COM-REGISTRO.
009300     05  COM-FECHA           PIC 9(08).
009400     05  COM-MATERIAL        PIC X(10).
009500     05  COM-DESCRIPCION     PIC X(20).
009600     05  COM-ORDENES         PIC 9(05).
009700     05  COM-UNIDADES        PIC 9(09).
009800     05  COM-ENVASES         PIC 9(07).
009900     05  COM-PRECIO          PIC 9(07)V9(02).
010000     05  COM-COSTE           PIC 9(11)V9(02).
010100 FD  MATERIAL-RPT
010200     RECORDING MODE IS F.
010300 01  RPT-LINEA               PIC X(132).
010400 01  RPT-RESUMEN-REGISTRO.
010500     05  RPT-RESUMEN-ETIQUETA PIC X(30).
010600     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
010700 WORKING-STORAGE SECTION.
010800*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
010900     COPY FECNEG.
010910*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
010920     COPY VERSTD.
011000 01  WS-CSV-STATUS           PIC X(02).
011100     88  WS-CSV-FIN-FICHERO          VALUE "10".
011200 01  WS-CSV-ABIERTO          PIC X(01) VALUE "N".
011300     88  CSV-ABIERTO                 VALUE "S".
011400 01  WS-MAT-STATUS           PIC X(02).
011500     88  WS-MAT-NO-EXISTE            VALUE "35".
011600     88  WS-MAT-FIN-FICHERO          VALUE "10".
011700 01  WS-OTR-STATUS           PIC X(02).
011800     88  WS-OTR-NO-EXISTE            VALUE "35".
011900     88  WS-OTR-FIN-FICHERO          VALUE "10".
012000*----------------------------------------------------------------
012100* MATERIALES VIGENTES Y CRUCE ORDEN-TRABAJO EN MEMORIA.
012200*----------------------------------------------------------------
012300 01  WS-TABLA-MATERIALES.
012400     05  WS-NUM-MATERIALES   PIC 9(03) COMP VALUE ZERO.
012500     05  WS-MAT-ENTRY OCCURS 300 TIMES.
012600         10  WS-MAT-CLAVE    PIC X(10).
012700         10  WS-MAT-CODIGO   PIC X(10).
012800         10  WS-MAT-DESCRIPCION PIC X(20).
012900         10  WS-MAT-BASE     PIC X(01).
013000         10  WS-MAT-COBERTURA PIC 9(05)V9(04).
013100         10  WS-MAT-MERMA    PIC 9(03)V9(02).
013200         10  WS-MAT-ENVASE   PIC 9(05).
013300         10  WS-MAT-PRECIO   PIC 9(07)V9(02).
013400 01  WS-TABLA-TRABAJOS.
013500     05  WS-NUM-TRABAJOS     PIC 9(04) COMP VALUE ZERO.
013600     05  WS-OTR-ENTRY OCCURS 2000 TIMES.
013700         10  WS-OTR-REF      PIC X(10).
013800         10  WS-OTR-TRABAJO  PIC X(10).
013900*----------------------------------------------------------------
014000* PARTIDAS (ORDEN + MATERIAL), ORDENADAS POR REFERENCIA Y
014100* CODIGO AL INSERTAR, Y LISTA DE COMPRA POR CODIGO.
014200*----------------------------------------------------------------
014300 01  WS-TABLA-PARTIDAS.
014400     05  WS-NUM-PARTIDAS     PIC 9(04) COMP VALUE ZERO.
014500     05  WS-PAR-ENTRY OCCURS 3000 TIMES.
014600         10  WS-PAR-CLAVE.
014700             15  WS-PAR-REFERENCIA PIC X(10).
014800             15  WS-PAR-CODIGO PIC X(10).
014900         10  WS-PAR-IDX-MAT  PIC 9(03) COMP.
015000         10  WS-PAR-CANTIDAD PIC 9(11)V9(04).
015100         10  WS-PAR-EXACTAS  PIC 9(11)V9(06).
015200 01  WS-TABLA-COMPRAS.
015300     05  WS-NUM-COMPRAS      PIC 9(03) COMP VALUE ZERO.
015400     05  WS-COM-ENTRY OCCURS 300 TIMES.
015500         10  WS-COM-CODIGO   PIC X(10).
015600         10  WS-COM-IDX-MAT  PIC 9(03) COMP.
015700         10  WS-COM-ORDENES  PIC 9(05) COMP.
015800         10  WS-COM-UNIDADES PIC 9(09).
015900         10  WS-COM-ENVASES  PIC 9(07).
016000         10  WS-COM-COSTE    PIC 9(11)V9(02).
016100*----------------------------------------------------------------
016200* FILA CSV DESCOMPUESTA Y CAMPOS DEL CALCULO.
016300*----------------------------------------------------------------
016400 01  WS-CAMPOS-CSV.
016500     05  WS-CSV-REFERENCIA   PIC X(10).
016600     05  WS-CSV-TIPO         PIC X(12).
016700     05  WS-CSV-AREA-TXT     PIC X(20).
016800     05  WS-CSV-PERI-TXT     PIC X(20).
016900 01  WS-AREA                 PIC 9(11)V9(04) VALUE ZERO.
017000 01  WS-PERIMETRO            PIC 9(11)V9(04) VALUE ZERO.
017100 01  WS-CANTIDAD             PIC 9(11)V9(04) VALUE ZERO.
017200 01  WS-EXACTAS              PIC 9(11)V9(06) VALUE ZERO.
017250 01  WS-FACTOR-MERMA         PIC 9(03)V9(04) VALUE ZERO.
017300 01  WS-TRABAJO              PIC X(10).
017400 01  WS-CLAVE-MATERIAL       PIC X(10).
017500 01  WS-CLAVE-PARTIDA.
017600     05  WS-CLP-REFERENCIA   PIC X(10).
017700     05  WS-CLP-CODIGO       PIC X(10).
017800 01  WS-UNIDADES             PIC 9(09) VALUE ZERO.
017900 01  WS-ENVASES              PIC 9(07) VALUE ZERO.
018000 01  WS-RESTO                PIC 9(05) VALUE ZERO.
018100 01  WS-COSTE                PIC 9(11)V9(02) VALUE ZERO.
018200 01  WS-COSTE-ORDEN          PIC 9(11)V9(02) VALUE ZERO.
018300 01  WS-COSTE-COMPRA         PIC 9(13)V9(02) VALUE ZERO.
018400 01  WS-REF-ANTERIOR         PIC X(10) VALUE SPACES.
018500 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
018600 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
018700 01  WS-IDX-MAT              PIC 9(03) COMP VALUE ZERO.
018800 01  WS-IDX-MOV              PIC 9(04) COMP VALUE ZERO.
018900 01  WS-IDX-COM              PIC 9(03) COMP VALUE ZERO.
019000 01  WS-MATERIALES-FILA      PIC 9(03) COMP VALUE ZERO.
019100 01  WS-HASH-BOM             PIC 9(18) VALUE ZERO.
019200 01  WS-CLAVE-CTL            PIC X(200).
019300 01  WS-LARGO-CLAVE-CTL      PIC 9(03) VALUE 10.
019400 01  WS-EDIT-FECHA           PIC 9(08).
019500*----------------------------------------------------------------
019600* LINEAS DEL INFORME.
019700*----------------------------------------------------------------
019800 01  WS-CABECERA-BOM.
019900     05  FILLER              PIC X(12) VALUE "REFERENCIA".
020000     05  FILLER              PIC X(12) VALUE "MATERIAL".
020100     05  FILLER              PIC X(22) VALUE "DESCRIPCION".
020200     05  FILLER              PIC X(02) VALUE "B".
020300     05  FILLER              PIC X(17) VALUE
020400         "        CANTIDAD ".
020500     05  FILLER              PIC X(11) VALUE
020600         "  UNIDADES ".
020700     05  FILLER              PIC X(09) VALUE
020800         " ENVASES ".
020900     05  FILLER              PIC X(15) VALUE
021000         "          COSTE".
021100 01  WS-LINEA-BOM.
021200     05  WS-LBOM-REFERENCIA  PIC X(10).
021300     05  FILLER              PIC X(02) VALUE SPACES.
021400     05  WS-LBOM-MATERIAL    PIC X(10).
021500     05  FILLER              PIC X(02) VALUE SPACES.
021600     05  WS-LBOM-DESCRIPCION PIC X(20).
021700     05  FILLER              PIC X(02) VALUE SPACES.
021800     05  WS-LBOM-BASE        PIC X(01).
021900     05  FILLER              PIC X(01) VALUE SPACES.
022000     05  WS-LBOM-CANTIDAD    PIC Z(10)9.9(04).
022100     05  FILLER              PIC X(01) VALUE SPACES.
022200     05  WS-LBOM-UNIDADES    PIC Z(09)9.
022300     05  FILLER              PIC X(01) VALUE SPACES.
022400     05  WS-LBOM-ENVASES     PIC Z(07)9.
022500     05  FILLER              PIC X(01) VALUE SPACES.
022600     05  WS-LBOM-COSTE       PIC Z(11)9.99.
022700 01  WS-LINEA-TOTAL-ORDEN.
022800     05  FILLER              PIC X(12) VALUE SPACES.
022900     05  FILLER              PIC X(12) VALUE "TOTAL ORDEN".
023000     05  WS-LTOT-REFERENCIA  PIC X(10).
023100     05  FILLER              PIC X(60) VALUE SPACES.
023200     05  WS-LTOT-COSTE       PIC Z(11)9.99.
023300 01  WS-CABECERA-COMPRA.
023400     05  FILLER              PIC X(12) VALUE "MATERIAL".
023500     05  FILLER              PIC X(22) VALUE "DESCRIPCION".
023600     05  FILLER              PIC X(08) VALUE " ORDENES".
023700     05  FILLER              PIC X(11) VALUE
023800         "   UNIDADES".
023900     05  FILLER              PIC X(09) VALUE
024000         "  ENVASES".
024100     05  FILLER              PIC X(12) VALUE
024200         "  PRECIO ENV".
024300     05  FILLER              PIC X(16) VALUE
024400         "           COSTE".
024500 01  WS-LINEA-COMPRA.
024600     05  WS-LCOM-MATERIAL    PIC X(10).
024700     05  FILLER              PIC X(02) VALUE SPACES.
024800     05  WS-LCOM-DESCRIPCION PIC X(20).
024900     05  FILLER              PIC X(02) VALUE SPACES.
025000     05  WS-LCOM-ORDENES     PIC Z(06)9.
025100     05  FILLER              PIC X(01) VALUE SPACES.
025200     05  WS-LCOM-UNIDADES    PIC Z(09)9.
025300     05  FILLER              PIC X(01) VALUE SPACES.
025400     05  WS-LCOM-ENVASES     PIC Z(07)9.
025500     05  FILLER              PIC X(01) VALUE SPACES.
025600     05  WS-LCOM-PRECIO      PIC Z(07)9.99.
025700     05  FILLER              PIC X(01) VALUE SPACES.
025800     05  WS-LCOM-COSTE       PIC Z(12)9.99.
025900 01  WS-LINEA-TOTAL-COMPRA.
026000     05  FILLER              PIC X(34) VALUE
026100         "TOTAL COMPRA DEL DIA".
026200     05  FILLER              PIC X(42) VALUE SPACES.
026300     05  WS-LTCO-COSTE       PIC Z(12)9.99.
026400 01  WS-CONTADORES.
026500     05  WS-TOTAL-LEIDAS     PIC 9(07) COMP VALUE ZERO.
026600     05  WS-TOTAL-CON-MATERIAL PIC 9(07) COMP VALUE ZERO.
026700     05  WS-TOTAL-SIN-MATERIAL PIC 9(07) COMP VALUE ZERO.
026800     05  WS-TOTAL-SIN-CABIDA PIC 9(07) COMP VALUE ZERO.
026900     05  WS-TOTAL-MAT-ERRONEOS PIC 9(07) COMP VALUE ZERO.
027000     05  WS-TOTAL-ORDENES    PIC 9(07) COMP VALUE ZERO.
027100     05  WS-TOTAL-BOM        PIC 9(07) COMP VALUE ZERO.
027200 PROCEDURE       DIVISION.
027300*================================================================
027400 0000-MAINLINE.
027500*================================================================
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027700     PERFORM 2000-TRATAR-FILA THRU 2000-EXIT
027800         UNTIL WS-CSV-FIN-FICHERO
027900     PERFORM 3000-ESCRIBIR-PARTIDA THRU 3000-EXIT
028000         VARYING WS-IDX FROM 1 BY 1
028100         UNTIL WS-IDX > WS-NUM-PARTIDAS
028200     IF WS-NUM-PARTIDAS > 0
028300         PERFORM 3200-TOTAL-ORDEN THRU 3200-EXIT
028400     END-IF
028500     PERFORM 4000-CERRAR-INTERFAZ THRU 4000-EXIT
028600     PERFORM 5000-LISTA-COMPRA THRU 5000-EXIT
028700     PERFORM 9000-TERMINATE THRU 9000-EXIT
028800     GOBACK.
028900*================================================================
029000 1000-INITIALIZE.
029100*================================================================
029200     OPEN OUTPUT MATERIAL-BOM MATERIAL-COMPRA MATERIAL-RPT
029300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
029400     CALL "FECHANEG" USING FEC-NEG-AREA
029500     MOVE SPACES TO CTL-REGISTRO
029600     MOVE "CAB" TO CTL-MARCA
029700     MOVE "MATERPOL" TO CTL-PROGRAMA
029800     MOVE FEC-NEG-FECHA TO CTL-FECHA
029900     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
030000     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD
030010     MOVE SPACES TO VRS-STD-AREA
030020     MOVE "MATERPOL" TO VRS-STD-PROGRAMA
030030     MOVE ZERO TO VRS-STD-FECHA
030040     CALL "VERSPROG" USING VRS-STD-AREA
030050     MOVE VRS-STD-VERSION TO CTL-VERSION
030100     WRITE CTL-REGISTRO
030200     MOVE FEC-NEG-FECHA TO WS-EDIT-FECHA
030300     MOVE SPACES TO RPT-LINEA
030400     STRING "PRESUPUESTO DE MATERIALES DEL " WS-EDIT-FECHA
030500         DELIMITED BY SIZE INTO RPT-LINEA
030600     END-STRING
030700     WRITE RPT-LINEA
030800     PERFORM 1100-CARGAR-MATERIALES THRU 1100-EXIT
030900     PERFORM 1200-CARGAR-TRABAJOS THRU 1200-EXIT
031000     OPEN INPUT AREA-POL-CSV
031100     IF WS-CSV-STATUS NOT = "00"
031200         MOVE "SIN DETALLE AREAPOLCSV" TO RPT-LINEA
031300         WRITE RPT-LINEA
031400         MOVE "10" TO WS-CSV-STATUS
031500         MOVE 8 TO RETURN-CODE
031600     ELSE
031700         SET CSV-ABIERTO TO TRUE
031800         PERFORM 2100-LEER-FILA THRU 2100-EXIT
031900     END-IF.
032000 1000-EXIT.
032100     EXIT.
032200*================================================================
032300 1100-CARGAR-MATERIALES.
032400*================================================================
032500*    SOLO SE RETIENEN LOS MATERIALES VIGENTES PARA LA FECHA DE
032600*    NEGOCIO (HASTA = 0 VALE COMO SIN CADUCIDAD).
032700     OPEN INPUT MATERIAL-MAST
032800     IF WS-MAT-NO-EXISTE
032900         MOVE "SIN MAESTRO DE MATERIALES" TO RPT-LINEA
033000         WRITE RPT-LINEA
033100         GO TO 1100-EXIT
033200     END-IF
033300     PERFORM 1110-LEER-MATERIAL THRU 1110-EXIT
033400     PERFORM 1120-ANOTAR-MATERIAL THRU 1120-EXIT
033500         UNTIL WS-MAT-FIN-FICHERO
033600     CLOSE MATERIAL-MAST.
033700 1100-EXIT.
033800     EXIT.
033900*================================================================
034000 1110-LEER-MATERIAL.
034100*================================================================
034200     READ MATERIAL-MAST
034300         AT END
034400             MOVE "10" TO WS-MAT-STATUS
034500     END-READ.
034600 1110-EXIT.
034700     EXIT.
034800*================================================================
034900 1120-ANOTAR-MATERIAL.
035000*================================================================
035100     IF MAT-CLAVE = SPACES OR MAT-DESDE > FEC-NEG-FECHA
035200      OR (MAT-HASTA NOT = 0 AND FEC-NEG-FECHA > MAT-HASTA)
035300         GO TO 1120-SIGUIENTE
035400     END-IF
035500*    SIN COBERTURA NO HAY CONVERSION POSIBLE: SE LISTA Y NO SE
035600*    CARGA. EL ENVASE A CERO SE TOMA COMO UNIDAD SUELTA.
035700     IF MAT-CODIGO = SPACES OR MAT-COBERTURA NOT NUMERIC
035800      OR MAT-COBERTURA = 0
035900      OR NOT (MAT-SOBRE-AREA OR MAT-SOBRE-PERIMETRO)
036000         ADD 1 TO WS-TOTAL-MAT-ERRONEOS
036100         MOVE SPACES TO RPT-LINEA
036200         STRING "MATERIAL ERRONEO EN MATMAST " MAT-CLAVE
036300             " " MAT-CODIGO
036400             DELIMITED BY SIZE INTO RPT-LINEA
036500         END-STRING
036600         WRITE RPT-LINEA
036700         GO TO 1120-SIGUIENTE
036800     END-IF
036900     IF WS-NUM-MATERIALES < 300
037000         ADD 1 TO WS-NUM-MATERIALES
037100         MOVE MAT-CLAVE TO WS-MAT-CLAVE(WS-NUM-MATERIALES)
037200         MOVE MAT-CODIGO TO WS-MAT-CODIGO(WS-NUM-MATERIALES)
037300         MOVE MAT-DESCRIPCION
037400             TO WS-MAT-DESCRIPCION(WS-NUM-MATERIALES)
037500         MOVE MAT-BASE TO WS-MAT-BASE(WS-NUM-MATERIALES)
037600         IF MAT-BASE = SPACE
037700             MOVE "A" TO WS-MAT-BASE(WS-NUM-MATERIALES)
037800         END-IF
037900         MOVE MAT-COBERTURA
038000             TO WS-MAT-COBERTURA(WS-NUM-MATERIALES)
038100         MOVE MAT-MERMA TO WS-MAT-MERMA(WS-NUM-MATERIALES)
038200         MOVE MAT-ENVASE TO WS-MAT-ENVASE(WS-NUM-MATERIALES)
038300         IF MAT-ENVASE = 0
038400             MOVE 1 TO WS-MAT-ENVASE(WS-NUM-MATERIALES)
038500         END-IF
038600         MOVE MAT-PRECIO TO WS-MAT-PRECIO(WS-NUM-MATERIALES)
038700     END-IF.
038800 1120-SIGUIENTE.
038900     PERFORM 1110-LEER-MATERIAL THRU 1110-EXIT.
039000 1120-EXIT.
039100     EXIT.
039200*================================================================
039300 1200-CARGAR-TRABAJOS.
039400*================================================================
039500*    EL CRUCE ORDEN-TRABAJO ES OPCIONAL: SIN EL, TODO SE BUSCA
039600*    POR TIPO DE FIGURA.
039700     OPEN INPUT ORDEN-TRABAJO
039800     IF WS-OTR-STATUS NOT = "00"
039900         GO TO 1200-EXIT
040000     END-IF
040100     PERFORM 1210-LEER-TRABAJO THRU 1210-EXIT
040200     PERFORM 1220-ANOTAR-TRABAJO THRU 1220-EXIT
040300         UNTIL WS-OTR-FIN-FICHERO
040400     CLOSE ORDEN-TRABAJO.
040500 1200-EXIT.
040600     EXIT.
040700*================================================================
040800 1210-LEER-TRABAJO.
040900*================================================================
041000     READ ORDEN-TRABAJO
041100         AT END
041200             MOVE "10" TO WS-OTR-STATUS
041300     END-READ.
041400 1210-EXIT.
041500     EXIT.
041600*================================================================
041700 1220-ANOTAR-TRABAJO.
041800*================================================================
041900     IF OTR-REFERENCIA NOT = SPACES AND OTR-TRABAJO NOT = SPACES
042000      AND WS-NUM-TRABAJOS < 2000
042100         ADD 1 TO WS-NUM-TRABAJOS
042200         MOVE OTR-REFERENCIA TO WS-OTR-REF(WS-NUM-TRABAJOS)
042300         MOVE OTR-TRABAJO TO WS-OTR-TRABAJO(WS-NUM-TRABAJOS)
042400     END-IF
042500     PERFORM 1210-LEER-TRABAJO THRU 1210-EXIT.
042600 1220-EXIT.
042700     EXIT.
042800*================================================================
042900 2000-TRATAR-FILA.
043000*================================================================
043100*    LA FILA DE CABECERA DE COLUMNAS Y LAS FILAS TOTAL;... DEL
043200*    RESUMEN NO SON DETALLE Y SE SALTAN.
043300     IF CSV-REGISTRO(1:11) = "REFERENCIA;"
043400      OR CSV-REGISTRO(1:6) = "TOTAL;"
043500      OR CSV-REGISTRO = SPACES
043600         GO TO 2000-SIGUIENTE
043700     END-IF
043800     ADD 1 TO WS-TOTAL-LEIDAS
043900     MOVE SPACES TO WS-CAMPOS-CSV
044000     UNSTRING CSV-REGISTRO DELIMITED BY ";"
044100         INTO WS-CSV-REFERENCIA WS-CSV-TIPO
044200              WS-CSV-AREA-TXT WS-CSV-PERI-TXT
044300     END-UNSTRING
044400     COMPUTE WS-AREA = FUNCTION NUMVAL(WS-CSV-AREA-TXT)
044500     COMPUTE WS-PERIMETRO = FUNCTION NUMVAL(WS-CSV-PERI-TXT)
044600*    PRIMERO LOS MATERIALES DEL TRABAJO DE LA ORDEN; SI NO LOS
044700*    HAY, LOS DEL TIPO DE FIGURA.
044800     PERFORM 2200-BUSCAR-TRABAJO THRU 2200-EXIT
044900     MOVE 0 TO WS-MATERIALES-FILA
045000     IF WS-TRABAJO NOT = SPACES
045100         MOVE WS-TRABAJO TO WS-CLAVE-MATERIAL
045200         PERFORM 2300-APLICAR-MATERIAL THRU 2300-EXIT
045300             VARYING WS-IDX-MAT FROM 1 BY 1
045400             UNTIL WS-IDX-MAT > WS-NUM-MATERIALES
045500     END-IF
045600     IF WS-MATERIALES-FILA = 0
045700         MOVE WS-CSV-TIPO(1:10) TO WS-CLAVE-MATERIAL
045800         PERFORM 2300-APLICAR-MATERIAL THRU 2300-EXIT
045900             VARYING WS-IDX-MAT FROM 1 BY 1
046000             UNTIL WS-IDX-MAT > WS-NUM-MATERIALES
046100     END-IF
046200     IF WS-MATERIALES-FILA = 0
046300         ADD 1 TO WS-TOTAL-SIN-MATERIAL
046400         MOVE SPACES TO RPT-LINEA
046500         STRING "SIN MATERIAL PARA " WS-CSV-TIPO
046600             " TRABAJO " WS-TRABAJO
046700             " (REFERENCIA " WS-CSV-REFERENCIA ")"
046800             DELIMITED BY SIZE INTO RPT-LINEA
046900         END-STRING
047000         WRITE RPT-LINEA
047100     ELSE
047200         ADD 1 TO WS-TOTAL-CON-MATERIAL
047300     END-IF.
047400 2000-SIGUIENTE.
047500     PERFORM 2100-LEER-FILA THRU 2100-EXIT.
047600 2000-EXIT.
047700     EXIT.
047800*================================================================
047900 2100-LEER-FILA.
048000*================================================================
048100     READ AREA-POL-CSV
048200         AT END
048300             MOVE "10" TO WS-CSV-STATUS
048400     END-READ.
048500 2100-EXIT.
048600     EXIT.
048700*================================================================
048800 2200-BUSCAR-TRABAJO.
048900*================================================================
049000     MOVE SPACES TO WS-TRABAJO
049100     IF WS-CSV-REFERENCIA = SPACES
049200         GO TO 2200-EXIT
049300     END-IF
049400     MOVE 0 TO WS-IDX-HALLADO
049500     PERFORM 2210-COMPARAR-TRABAJO THRU 2210-EXIT
049600         VARYING WS-IDX FROM 1 BY 1
049700         UNTIL WS-IDX > WS-NUM-TRABAJOS
049800            OR WS-IDX-HALLADO > 0
049900     IF WS-IDX-HALLADO > 0
050000         MOVE WS-OTR-TRABAJO(WS-IDX-HALLADO) TO WS-TRABAJO
050100     END-IF.
050200 2200-EXIT.
050300     EXIT.
050400*================================================================
050500 2210-COMPARAR-TRABAJO.
050600*================================================================
050700     IF WS-OTR-REF(WS-IDX) = WS-CSV-REFERENCIA
050800         MOVE WS-IDX TO WS-IDX-HALLADO
050900     END-IF.
051000 2210-EXIT.
051100     EXIT.
051200*================================================================
051300 2300-APLICAR-MATERIAL.
051400*================================================================
051500*    UNIDADES = MEDIDA * (1 + MERMA / 100) / COBERTURA, SIN
051600*    REDONDEAR HASTA CERRAR LA PARTIDA DE LA ORDEN.
051700     IF WS-MAT-CLAVE(WS-IDX-MAT) NOT = WS-CLAVE-MATERIAL
051800         GO TO 2300-EXIT
051900     END-IF
052000     ADD 1 TO WS-MATERIALES-FILA
052100     IF WS-MAT-BASE(WS-IDX-MAT) = "P"
052200         MOVE WS-PERIMETRO TO WS-CANTIDAD
052300     ELSE
052400         MOVE WS-AREA TO WS-CANTIDAD
052500     END-IF
052600     COMPUTE WS-FACTOR-MERMA = 1 + WS-MAT-MERMA(WS-IDX-MAT) / 100
052700     COMPUTE WS-EXACTAS ROUNDED = WS-CANTIDAD * WS-FACTOR-MERMA
052800         / WS-MAT-COBERTURA(WS-IDX-MAT)
052900         ON SIZE ERROR
053000             MOVE 0 TO WS-EXACTAS
053100     END-COMPUTE
053200     MOVE WS-CSV-REFERENCIA TO WS-CLP-REFERENCIA
053300     MOVE WS-MAT-CODIGO(WS-IDX-MAT) TO WS-CLP-CODIGO
053400     PERFORM 2400-BUSCAR-PARTIDA THRU 2400-EXIT
053500     IF WS-IDX-HALLADO = 0
053600         ADD 1 TO WS-TOTAL-SIN-CABIDA
053700         MOVE SPACES TO RPT-LINEA
053800         STRING "TABLA DE PARTIDAS LLENA: " WS-CLP-REFERENCIA
053900             " " WS-CLP-CODIGO " NO SE PRESUPUESTA"
054000             DELIMITED BY SIZE INTO RPT-LINEA
054100         END-STRING
054200         WRITE RPT-LINEA
054300         GO TO 2300-EXIT
054400     END-IF
054500     ADD WS-CANTIDAD TO WS-PAR-CANTIDAD(WS-IDX-HALLADO)
054600     ADD WS-EXACTAS TO WS-PAR-EXACTAS(WS-IDX-HALLADO).
054700 2300-EXIT.
054800     EXIT.
054900*================================================================
055000 2400-BUSCAR-PARTIDA.
055100*================================================================
055200*    LA TABLA SE MANTIENE EN ORDEN DE REFERENCIA Y CODIGO: SI LA
055300*    PARTIDA NO EXISTE SE ABRE HUECO EN SU SITIO. DEVUELVE CERO
055400*    SI NO CABE.
055500     MOVE 0 TO WS-IDX-HALLADO
055600     PERFORM 2410-COMPARAR-PARTIDA THRU 2410-EXIT
055700         VARYING WS-IDX FROM 1 BY 1
055800         UNTIL WS-IDX > WS-NUM-PARTIDAS
055900            OR WS-IDX-HALLADO > 0
056000     IF WS-IDX-HALLADO = 0
056100         MOVE WS-IDX TO WS-IDX-HALLADO
056200     ELSE
056300         IF WS-PAR-CLAVE(WS-IDX-HALLADO) = WS-CLAVE-PARTIDA
056400             GO TO 2400-EXIT
056500         END-IF
056600     END-IF
056700     IF WS-NUM-PARTIDAS NOT < 3000
056800         MOVE 0 TO WS-IDX-HALLADO
056900         GO TO 2400-EXIT
057000     END-IF
057100     PERFORM 2420-DESPLAZAR-PARTIDA THRU 2420-EXIT
057200         VARYING WS-IDX-MOV FROM WS-NUM-PARTIDAS BY -1
057300         UNTIL WS-IDX-MOV < WS-IDX-HALLADO
057400     ADD 1 TO WS-NUM-PARTIDAS
057500     MOVE WS-CLAVE-PARTIDA TO WS-PAR-CLAVE(WS-IDX-HALLADO)
057600     MOVE WS-IDX-MAT TO WS-PAR-IDX-MAT(WS-IDX-HALLADO)
057700     MOVE 0 TO WS-PAR-CANTIDAD(WS-IDX-HALLADO)
057800               WS-PAR-EXACTAS(WS-IDX-HALLADO).
057900 2400-EXIT.
058000     EXIT.
058100*================================================================
058200 2410-COMPARAR-PARTIDA.
058300*================================================================
058400*    PRIMERA PARTIDA CON CLAVE IGUAL O MAYOR QUE LA BUSCADA.
058500     IF WS-PAR-CLAVE(WS-IDX) NOT < WS-CLAVE-PARTIDA
058600         MOVE WS-IDX TO WS-IDX-HALLADO
058700     END-IF.
058800 2410-EXIT.
058900     EXIT.
059000*================================================================
059100 2420-DESPLAZAR-PARTIDA.
059200*================================================================
059300     MOVE WS-PAR-ENTRY(WS-IDX-MOV)
059350         TO WS-PAR-ENTRY(WS-IDX-MOV + 1).
059400 2420-EXIT.
059500     EXIT.
059600*================================================================
059700 3000-ESCRIBIR-PARTIDA.
059800*================================================================
059900*    CORTE POR REFERENCIA: AL CAMBIAR DE ORDEN SE ESCRIBE EL
060000*    TOTAL DE LA ANTERIOR.
060100     IF WS-IDX = 1
060200         WRITE RPT-LINEA FROM WS-CABECERA-BOM
060300         MOVE WS-PAR-REFERENCIA(WS-IDX) TO WS-REF-ANTERIOR
060400         ADD 1 TO WS-TOTAL-ORDENES
060500     END-IF
060600     IF WS-PAR-REFERENCIA(WS-IDX) NOT = WS-REF-ANTERIOR
060700         PERFORM 3200-TOTAL-ORDEN THRU 3200-EXIT
060800         MOVE WS-PAR-REFERENCIA(WS-IDX) TO WS-REF-ANTERIOR
060900         ADD 1 TO WS-TOTAL-ORDENES
061000     END-IF
061100     MOVE WS-PAR-IDX-MAT(WS-IDX) TO WS-IDX-MAT
061200*    UNIDADES Y ENVASES SIEMPRE POR EXCESO.
061300     MOVE WS-PAR-EXACTAS(WS-IDX) TO WS-UNIDADES
061400     IF WS-UNIDADES < WS-PAR-EXACTAS(WS-IDX)
061500         ADD 1 TO WS-UNIDADES
061600     END-IF
061700     DIVIDE WS-UNIDADES BY WS-MAT-ENVASE(WS-IDX-MAT)
061800         GIVING WS-ENVASES REMAINDER WS-RESTO
061900     IF WS-RESTO > 0
062000         ADD 1 TO WS-ENVASES
062100     END-IF
062200     COMPUTE WS-COSTE = WS-ENVASES * WS-MAT-PRECIO(WS-IDX-MAT)
062300         ON SIZE ERROR
062400             MOVE 0 TO WS-COSTE
062500     END-COMPUTE
062600     ADD WS-COSTE TO WS-COSTE-ORDEN
062700     MOVE SPACES TO BOM-REGISTRO
062800     MOVE WS-PAR-REFERENCIA(WS-IDX) TO BOM-REFERENCIA
062900     MOVE WS-PAR-CODIGO(WS-IDX) TO BOM-MATERIAL
063000     MOVE WS-MAT-DESCRIPCION(WS-IDX-MAT) TO BOM-DESCRIPCION
063100     MOVE WS-MAT-BASE(WS-IDX-MAT) TO BOM-BASE
063200     MOVE WS-PAR-CANTIDAD(WS-IDX) TO BOM-CANTIDAD
063300     MOVE WS-UNIDADES TO BOM-UNIDADES
063400     MOVE WS-ENVASES TO BOM-ENVASES
063500     MOVE WS-COSTE TO BOM-COSTE
063600     WRITE BOM-REGISTRO
063700     ADD 1 TO WS-TOTAL-BOM
063800     MOVE SPACES TO WS-CLAVE-CTL
063900     MOVE WS-PAR-REFERENCIA(WS-IDX) TO WS-CLAVE-CTL(1:10)
064000     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
064100         WS-HASH-BOM
064200     MOVE WS-PAR-REFERENCIA(WS-IDX) TO WS-LBOM-REFERENCIA
064300     IF WS-PAR-REFERENCIA(WS-IDX) = SPACES
064400         MOVE "(SIN REF)" TO WS-LBOM-REFERENCIA
064500     END-IF
064600     MOVE WS-PAR-CODIGO(WS-IDX) TO WS-LBOM-MATERIAL
064700     MOVE WS-MAT-DESCRIPCION(WS-IDX-MAT) TO WS-LBOM-DESCRIPCION
064800     MOVE WS-MAT-BASE(WS-IDX-MAT) TO WS-LBOM-BASE
064900     MOVE WS-PAR-CANTIDAD(WS-IDX) TO WS-LBOM-CANTIDAD
065000     MOVE WS-UNIDADES TO WS-LBOM-UNIDADES
065100     MOVE WS-ENVASES TO WS-LBOM-ENVASES
065200     MOVE WS-COSTE TO WS-LBOM-COSTE
065300     WRITE RPT-LINEA FROM WS-LINEA-BOM
065400     PERFORM 3100-ACUMULAR-COMPRA THRU 3100-EXIT.
065500 3000-EXIT.
065600     EXIT.
065700*================================================================
065800 3100-ACUMULAR-COMPRA.
065900*================================================================
066000     MOVE 0 TO WS-IDX-HALLADO
066100     PERFORM 3110-COMPARAR-COMPRA THRU 3110-EXIT
066200         VARYING WS-IDX-COM FROM 1 BY 1
066300         UNTIL WS-IDX-COM > WS-NUM-COMPRAS
066400            OR WS-IDX-HALLADO > 0
066500     IF WS-IDX-HALLADO = 0 AND WS-NUM-COMPRAS < 300
066600         ADD 1 TO WS-NUM-COMPRAS
066700         MOVE WS-NUM-COMPRAS TO WS-IDX-HALLADO
066800         MOVE WS-PAR-CODIGO(WS-IDX)
066900             TO WS-COM-CODIGO(WS-IDX-HALLADO)
067000         MOVE WS-IDX-MAT TO WS-COM-IDX-MAT(WS-IDX-HALLADO)
067100         MOVE 0 TO WS-COM-ORDENES(WS-IDX-HALLADO)
067200                   WS-COM-UNIDADES(WS-IDX-HALLADO)
067300                   WS-COM-ENVASES(WS-IDX-HALLADO)
067400                   WS-COM-COSTE(WS-IDX-HALLADO)
067500     END-IF
067600     IF WS-IDX-HALLADO > 0
067700         ADD 1 TO WS-COM-ORDENES(WS-IDX-HALLADO)
067800         ADD WS-UNIDADES TO WS-COM-UNIDADES(WS-IDX-HALLADO)
067900         ADD WS-ENVASES TO WS-COM-ENVASES(WS-IDX-HALLADO)
068000         ADD WS-COSTE TO WS-COM-COSTE(WS-IDX-HALLADO)
068100     END-IF.
068200 3100-EXIT.
068300     EXIT.
068400*================================================================
068500 3110-COMPARAR-COMPRA.
068600*================================================================
068700     IF WS-COM-CODIGO(WS-IDX-COM) = WS-PAR-CODIGO(WS-IDX)
068800         MOVE WS-IDX-COM TO WS-IDX-HALLADO
068900     END-IF.
069000 3110-EXIT.
069100     EXIT.
069200*================================================================
069300 3200-TOTAL-ORDEN.
069400*================================================================
069500     MOVE WS-REF-ANTERIOR TO WS-LTOT-REFERENCIA
069600     IF WS-REF-ANTERIOR = SPACES
069700         MOVE "(SIN REF)" TO WS-LTOT-REFERENCIA
069800     END-IF
069900     MOVE WS-COSTE-ORDEN TO WS-LTOT-COSTE
070000     WRITE RPT-LINEA FROM WS-LINEA-TOTAL-ORDEN
070100     MOVE 0 TO WS-COSTE-ORDEN.
070200 3200-EXIT.
070300     EXIT.
070400*================================================================
070500 4000-CERRAR-INTERFAZ.
070600*================================================================
070700     MOVE SPACES TO CTL-REGISTRO
070800     MOVE "TRL" TO CTL-MARCA
070900     MOVE "MATERPOL" TO CTL-PROGRAMA
071000     MOVE FEC-NEG-FECHA TO CTL-FECHA
071100     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
071200     MOVE WS-TOTAL-BOM TO CTL-REGISTROS
071300     MOVE WS-HASH-BOM TO CTL-HASH
071400     MOVE 0 TO CTL-HASH-ORD
071500     WRITE CTL-REGISTRO.
071600 4000-EXIT.
071700     EXIT.
071800*================================================================
071900 5000-LISTA-COMPRA.
072000*================================================================
072100     MOVE SPACES TO RPT-LINEA
072200     STRING "LISTA DE COMPRA CONSOLIDADA DEL " WS-EDIT-FECHA
072300         DELIMITED BY SIZE INTO RPT-LINEA
072400     END-STRING
072500     WRITE RPT-LINEA
072600     WRITE RPT-LINEA FROM WS-CABECERA-COMPRA
072700     PERFORM 5100-ESCRIBIR-COMPRA THRU 5100-EXIT
072800         VARYING WS-IDX-COM FROM 1 BY 1
072900         UNTIL WS-IDX-COM > WS-NUM-COMPRAS
073000     MOVE WS-COSTE-COMPRA TO WS-LTCO-COSTE
073100     WRITE RPT-LINEA FROM WS-LINEA-TOTAL-COMPRA.
073200 5000-EXIT.
073300     EXIT.
073400*================================================================
073500 5100-ESCRIBIR-COMPRA.
073600*================================================================
073700     MOVE WS-COM-IDX-MAT(WS-IDX-COM) TO WS-IDX-MAT
073800     MOVE FEC-NEG-FECHA TO COM-FECHA
073900     MOVE WS-COM-CODIGO(WS-IDX-COM) TO COM-MATERIAL
074000     MOVE WS-MAT-DESCRIPCION(WS-IDX-MAT) TO COM-DESCRIPCION
074100     MOVE WS-COM-ORDENES(WS-IDX-COM) TO COM-ORDENES
074200     MOVE WS-COM-UNIDADES(WS-IDX-COM) TO COM-UNIDADES
074300     MOVE WS-COM-ENVASES(WS-IDX-COM) TO COM-ENVASES
074400     MOVE WS-MAT-PRECIO(WS-IDX-MAT) TO COM-PRECIO
074500     MOVE WS-COM-COSTE(WS-IDX-COM) TO COM-COSTE
074600     WRITE COM-REGISTRO
074700     ADD WS-COM-COSTE(WS-IDX-COM) TO WS-COSTE-COMPRA
074800     MOVE WS-COM-CODIGO(WS-IDX-COM) TO WS-LCOM-MATERIAL
074900     MOVE WS-MAT-DESCRIPCION(WS-IDX-MAT) TO WS-LCOM-DESCRIPCION
075000     MOVE WS-COM-ORDENES(WS-IDX-COM) TO WS-LCOM-ORDENES
075100     MOVE WS-COM-UNIDADES(WS-IDX-COM) TO WS-LCOM-UNIDADES
075200     MOVE WS-COM-ENVASES(WS-IDX-COM) TO WS-LCOM-ENVASES
075300     MOVE WS-MAT-PRECIO(WS-IDX-MAT) TO WS-LCOM-PRECIO
075400     MOVE WS-COM-COSTE(WS-IDX-COM) TO WS-LCOM-COSTE
075500     WRITE RPT-LINEA FROM WS-LINEA-COMPRA.
075600 5100-EXIT.
075700     EXIT.
075800*================================================================
075900 9000-TERMINATE.
076000*================================================================
076100     MOVE "FILAS DE DETALLE LEIDAS"   TO RPT-RESUMEN-ETIQUETA
076200     MOVE WS-TOTAL-LEIDAS             TO RPT-RESUMEN-VALOR
076300     WRITE RPT-RESUMEN-REGISTRO
076400     MOVE "FILAS CON MATERIAL"        TO RPT-RESUMEN-ETIQUETA
076500     MOVE WS-TOTAL-CON-MATERIAL       TO RPT-RESUMEN-VALOR
076600     WRITE RPT-RESUMEN-REGISTRO
076700     MOVE "FILAS SIN MATERIAL"        TO RPT-RESUMEN-ETIQUETA
076800     MOVE WS-TOTAL-SIN-MATERIAL       TO RPT-RESUMEN-VALOR
076900     WRITE RPT-RESUMEN-REGISTRO
077000     MOVE "PARTIDAS SIN CABIDA"       TO RPT-RESUMEN-ETIQUETA
077100     MOVE WS-TOTAL-SIN-CABIDA         TO RPT-RESUMEN-VALOR
077200     WRITE RPT-RESUMEN-REGISTRO
077300     MOVE "MATERIALES ERRONEOS"       TO RPT-RESUMEN-ETIQUETA
077400     MOVE WS-TOTAL-MAT-ERRONEOS       TO RPT-RESUMEN-VALOR
077500     WRITE RPT-RESUMEN-REGISTRO
077600     MOVE "ORDENES PRESUPUESTADAS"    TO RPT-RESUMEN-ETIQUETA
077700     MOVE WS-TOTAL-ORDENES            TO RPT-RESUMEN-VALOR
077800     WRITE RPT-RESUMEN-REGISTRO
077900     MOVE "PARTIDAS DE MATERIAL"      TO RPT-RESUMEN-ETIQUETA
078000     MOVE WS-TOTAL-BOM                TO RPT-RESUMEN-VALOR
078100     WRITE RPT-RESUMEN-REGISTRO
078200     MOVE "MATERIALES A COMPRAR"      TO RPT-RESUMEN-ETIQUETA
078300     MOVE WS-NUM-COMPRAS              TO RPT-RESUMEN-VALOR
078400     WRITE RPT-RESUMEN-REGISTRO
078500     IF RETURN-CODE = 0
078600      AND (WS-TOTAL-SIN-MATERIAL > 0 OR WS-TOTAL-SIN-CABIDA > 0
078700           OR WS-TOTAL-MAT-ERRONEOS > 0)
078800         MOVE 4 TO RETURN-CODE
078900     END-IF
079000     IF CSV-ABIERTO
079100         CLOSE AREA-POL-CSV
079200     END-IF
079300     CLOSE MATERIAL-BOM MATERIAL-COMPRA MATERIAL-RPT.
079400 9000-EXIT.
079500     EXIT.
079600 END PROGRAM MATERPOL.
