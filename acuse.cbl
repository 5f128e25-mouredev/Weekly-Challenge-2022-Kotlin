000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ACUSE.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. ACUSE DE RECIBO A LOS
001300*                    SOCIOS QUE NOS ENTREGAN ELTEXTO, ANAGRAIN,
001400*                    AREAPOLIN Y CONVIN: SE EJECUTA DETRAS DE LOS
001500*                    PROGRAMAS QUE LOS CONSUMEN Y DEJA UN FICHERO
001600*                    ACK<REMITENTE> POR REMITENTE Y ENTREGA CON
001700*                    LOS REGISTROS RECIBIDOS, ACEPTADOS Y
001800*                    RECHAZADOS, EL LINAJE Y EL MOTIVO DE CADA
001900*                    RECHAZO Y LOS TOTALES DE CONTROL CAB/TRL QUE
002000*                    TRAIA EL FICHERO. DISTRIB LOS ENVIA CON EL
002100*                    RESTO DE PAQUETES (ALTA EN PARTPERF).
002110* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
002120*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
002130*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
002200*----------------------------------------------------------------
002300* EL REMITENTE DE ELTEXTO ES EL CLIENTE DE CADA REGISTRO (UN ACUSE
002400* POR CLIENTE); EN LAS DEMAS ENTREGAS EL FICHERO ENTERO ES DE UN
002500* SOLO SOCIO Y EL ACUSE LLEVA EL NOMBRE DEL FICHERO. LOS RECHAZOS
002600* SE CASAN POR EL LINAJE (FICHERO Y FECHA DE NEGOCIO) QUE ESTAMPA
002700* EL PROGRAMA CONSUMIDOR EN SU FICHERO DE RECHAZOS (REJSTD).
002800*----------------------------------------------------------------
002900 ENVIRONMENT     DIVISION.
003000 INPUT-OUTPUT    SECTION.
003100 FILE-CONTROL.
003200     SELECT ENTREGA-IN ASSIGN TO WS-NOMBRE-ENTREGA
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-ENT-STATUS.
003500     SELECT RECHAZOS-IN ASSIGN TO WS-NOMBRE-RECHAZOS
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REJ-STATUS.
003800     SELECT ACUSE-OUT ASSIGN TO WS-NOMBRE-ACUSE
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT ACUSE-RPT ASSIGN TO "ACUSRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA            DIVISION.
004300 FILE            SECTION.
004400 FD  ENTREGA-IN
004500     RECORDING MODE IS F.
004600 01  ENT-REGISTRO            PIC X(8200).
004700 FD  RECHAZOS-IN
004800     RECORDING MODE IS F.
004900     COPY REJSTD.
005000 FD  ACUSE-OUT
005100     RECORDING MODE IS F.
005200 01  ACK-REGISTRO            PIC X(512).
005300     COPY CTLREG.
005400*    RES: RESUMEN DE LA ENTREGA PARA ESTE REMITENTE.
005500 01  ACK-RESUMEN.
005600     05  ACK-RES-TIPO        PIC X(03).
005700     05  ACK-RES-ENTREGA     PIC X(10).
005800     05  ACK-RES-REMITENTE   PIC X(10).
005900     05  ACK-RES-FECHA       PIC 9(08).
006000     05  ACK-RES-RECIBIDOS   PIC 9(09).
006100     05  ACK-RES-ACEPTADOS   PIC 9(09).
006200     05  ACK-RES-RECHAZADOS  PIC 9(09).
006300*    ECO: CABECERA Y TRAILER DEL SOCIO TAL COMO LLEGARON, Y SI EL
006400*    TRAILER CUADRA CON LOS REGISTROS DE DATOS RECIBIDOS.
006500 01  ACK-ECO.
006600     05  ACK-ECO-TIPO        PIC X(03).
006700     05  ACK-ECO-CAB-PROGRAMA PIC X(08).
006800     05  ACK-ECO-CAB-FECHA   PIC X(08).
006900     05  ACK-ECO-CAB-CORRIDA PIC X(04).
007000     05  ACK-ECO-TRL-REGISTROS PIC X(09).
007100     05  ACK-ECO-TRL-HASH    PIC X(18).
007200     05  ACK-ECO-TRL-HASH-ORD PIC X(18).
007300     05  ACK-ECO-DATOS       PIC 9(09).
007400     05  ACK-ECO-ESTADO      PIC X(12).
007500*    REC: UN REGISTRO RECHAZADO, CON SU LINAJE Y SU MOTIVO.
007600 01  ACK-RECHAZO.
007700     05  ACK-REC-TIPO        PIC X(03).
007800     05  ACK-REC-LIN-FICHERO PIC X(10).
007900     05  ACK-REC-LIN-FECHA   PIC X(08).
008000     05  ACK-REC-LIN-SECUEN  PIC X(09).
008100     05  ACK-REC-MOTIVO      PIC X(30).
008200 FD  ACUSE-RPT
008300     RECORDING MODE IS F.
008400 01  RPT-LINEA               PIC X(90).
008500 01  RPT-DETALLE.
008600     05  RPT-FICHERO         PIC X(12).
008700     05  FILLER              PIC X(02) VALUE SPACES.
008800     05  RPT-ENTREGA         PIC X(10).
008900     05  FILLER              PIC X(02) VALUE SPACES.
009000     05  RPT-RECIBIDOS       PIC Z(8)9.
009100     05  FILLER              PIC X(02) VALUE SPACES.
009200     05  RPT-ACEPTADOS       PIC Z(8)9.
009300     05  FILLER              PIC X(02) VALUE SPACES.
009400     05  RPT-RECHAZADOS      PIC Z(8)9.
009500     05  FILLER              PIC X(02) VALUE SPACES.
009600     05  RPT-ESTADO          PIC X(12).
009700 WORKING-STORAGE SECTION.
009800 01  WS-ENT-STATUS           PIC X(02).
009900     88  WS-ENT-FIN-FICHERO          VALUE "10".
010000 01  WS-REJ-STATUS           PIC X(02).
010100     88  WS-REJ-FIN-FICHERO          VALUE "10".
010200 01  WS-NOMBRE-ENTREGA       PIC X(12).
010300 01  WS-NOMBRE-RECHAZOS      PIC X(12).
010400 01  WS-NOMBRE-ACUSE         PIC X(12).
010500*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
010600     COPY FECNEG.
010610*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
010620     COPY VERSTD.
010700*----------------------------------------------------------------
010800* ENTREGAS QUE SE ACUSAN: FICHERO DE ENTRADA, FICHERO DE RECHAZOS
010900* DE SU PROGRAMA CONSUMIDOR Y S CUANDO EL REMITENTE ES EL CLIENTE
011000* DE CADA REGISTRO (PRIMERAS OCHO POSICIONES).
011100*----------------------------------------------------------------
011200 01  WS-ENTREGAS-VALORES.
011300     05  FILLER PIC X(21) VALUE "ELTEXTO   PALINDREJ S".
011400     05  FILLER PIC X(21) VALUE "ANAGRAIN  ANAGRREJ  N".
011500     05  FILLER PIC X(21) VALUE "AREAPOLIN AREAPOLREJN".
011600     05  FILLER PIC X(21) VALUE "CONVIN    CONVREJ   N".
011700 01  WS-TABLA-ENTREGAS REDEFINES WS-ENTREGAS-VALORES.
011800     05  WS-ENTR-ENTRY OCCURS 4 TIMES.
011900         10  WS-ENTR-FICHERO     PIC X(10).
012000         10  WS-ENTR-RECHAZOS    PIC X(10).
012100         10  WS-ENTR-POR-CLIENTE PIC X(01).
012200             88  ENTR-POR-CLIENTE        VALUE "S".
012300 01  WS-NUM-ENTREGAS         PIC 9(02) COMP VALUE 4.
012400 01  WS-IDX-ENTR             PIC 9(02) COMP VALUE ZERO.
012500*----------------------------------------------------------------
012600* REMITENTES DE LA ENTREGA EN CURSO. UN REMITENTE QUE NO CABE SE
012700* QUEDA SIN ACUSE Y SE AVISA EN EL INFORME.
012800*----------------------------------------------------------------
012900 01  WS-TABLA-REMITENTES.
013000     05  WS-NUM-REMITENTES   PIC 9(03) COMP VALUE ZERO.
013100     05  WS-REM-ENTRY OCCURS 500 TIMES.
013200         10  WS-REM-CODIGO       PIC X(10).
013300         10  WS-REM-RECIBIDOS    PIC 9(09).
013400         10  WS-REM-RECHAZADOS   PIC 9(09).
013500 01  WS-IDX-REM              PIC 9(03) COMP VALUE ZERO.
013600 01  WS-REMITENTE            PIC X(10).
013700*----------------------------------------------------------------
013800* CABECERA Y TRAILER QUE TRAIA EL FICHERO DEL SOCIO, SI LOS TRAIA
013900* (MISMO TRAZADO QUE CTLREG).
014000*----------------------------------------------------------------
014100 01  WS-CONTROL-SOCIO.
014200     05  WS-HAY-CABECERA     PIC X(01) VALUE "N".
014300         88  HAY-CABECERA            VALUE "S".
014400     05  WS-HAY-TRAILER      PIC X(01) VALUE "N".
014500         88  HAY-TRAILER             VALUE "S".
014600     05  WS-CAB-SOCIO.
014700         10  WS-CAB-MARCA        PIC X(03).
014800         10  WS-CAB-PROGRAMA     PIC X(08).
014900         10  WS-CAB-FECHA        PIC X(08).
015000         10  WS-CAB-CORRIDA      PIC X(04).
015100     05  WS-TRL-SOCIO.
015200         10  WS-TRL-MARCA        PIC X(03).
015300         10  WS-TRL-PROGRAMA     PIC X(08).
015400         10  WS-TRL-FECHA        PIC X(08).
015500         10  WS-TRL-CORRIDA      PIC X(04).
015600         10  WS-TRL-REGISTROS    PIC X(09).
015700         10  WS-TRL-REGISTROS-N REDEFINES WS-TRL-REGISTROS
015800                                 PIC 9(09).
015900         10  WS-TRL-HASH         PIC X(18).
016000         10  WS-TRL-HASH-ORD     PIC X(18).
016100 01  WS-ESTADO-ECO           PIC X(12).
016200 01  WS-DATOS-ENTREGA        PIC 9(09) VALUE ZERO.
016300*    TOTALES DE CONTROL DEL PROPIO ACUSE.
016400 01  WS-REGISTROS-ACUSE      PIC 9(09) VALUE ZERO.
016500 01  WS-HASH-ACUSE           PIC 9(18) VALUE ZERO.
016600 01  WS-CLAVE-CTL            PIC X(200).
016700 01  WS-LARGO-CLAVE-CTL      PIC 9(03) VALUE 40.
016800 01  WS-CONTADORES.
016900     05  WS-ACEPTADOS        PIC 9(09) VALUE ZERO.
017000     05  WS-TOTAL-ACUSES     PIC 9(05) VALUE ZERO.
017100     05  WS-TOTAL-AUSENTES   PIC 9(02) VALUE ZERO.
017200     05  WS-SIN-SITIO        PIC 9(05) COMP VALUE ZERO.
017300 PROCEDURE       DIVISION.
017400*================================================================
017500 0000-MAINLINE.
017600*================================================================
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017800     PERFORM 2000-ACUSAR-ENTREGA THRU 2000-EXIT
017900         VARYING WS-IDX-ENTR FROM 1 BY 1
018000         UNTIL WS-IDX-ENTR > WS-NUM-ENTREGAS
018100     PERFORM 9000-TERMINATE THRU 9000-EXIT
018200     GOBACK.
018300*================================================================
018400 1000-INITIALIZE.
018500*================================================================
018600     CALL "FECHANEG" USING FEC-NEG-AREA
018700     OPEN OUTPUT ACUSE-RPT
018800     MOVE SPACES TO RPT-DETALLE
018900     MOVE "ACUSES DE RECIBO A LOS SOCIOS REMITENTES" TO RPT-LINEA
019000     WRITE RPT-LINEA
019100     MOVE SPACES TO RPT-LINEA
019200     STRING "FICHERO       ENTREGA      RECIBIDOS  ACEPTADOS"
019300         "  RECHAZADOS  TRAILER"
019400         DELIMITED BY SIZE
019500         INTO RPT-LINEA
019600     END-STRING
019700     WRITE RPT-LINEA.
019800 1000-EXIT.
019900     EXIT.
020000*================================================================
020100 2000-ACUSAR-ENTREGA.
020200*================================================================
020300*    CUENTA LO RECIBIDO POR REMITENTE, LE CASA LOS RECHAZOS DEL
020400*    DIA Y ESCRIBE UN ACUSE POR REMITENTE.
020500     MOVE 0 TO WS-NUM-REMITENTES
020600     MOVE 0 TO WS-DATOS-ENTREGA
020700     MOVE "N" TO WS-HAY-CABECERA
020800     MOVE "N" TO WS-HAY-TRAILER
020900     MOVE SPACES TO WS-CAB-SOCIO
021000     MOVE SPACES TO WS-TRL-SOCIO
021100     MOVE WS-ENTR-FICHERO(WS-IDX-ENTR) TO WS-NOMBRE-ENTREGA
021200     MOVE WS-ENTR-RECHAZOS(WS-IDX-ENTR) TO WS-NOMBRE-RECHAZOS
021300     OPEN INPUT ENTREGA-IN
021400     IF WS-ENT-STATUS NOT = "00"
021500         ADD 1 TO WS-TOTAL-AUSENTES
021600         MOVE SPACES TO RPT-DETALLE
021700         MOVE WS-ENTR-FICHERO(WS-IDX-ENTR) TO RPT-ENTREGA
021800         MOVE "SIN ENTREGA" TO RPT-ESTADO
021900         WRITE RPT-DETALLE
022000         GO TO 2000-EXIT
022100     END-IF
022200     PERFORM 2100-LEER-ENTREGA THRU 2100-EXIT
022300     PERFORM 2200-CONTAR-RECIBIDO THRU 2200-EXIT
022400         UNTIL WS-ENT-FIN-FICHERO
022500     CLOSE ENTREGA-IN
022600     PERFORM 2300-ESTADO-TRAILER THRU 2300-EXIT
022700     OPEN INPUT RECHAZOS-IN
022800     IF WS-REJ-STATUS = "00"
022900         PERFORM 2400-LEER-RECHAZO THRU 2400-EXIT
023000         PERFORM 2500-CONTAR-RECHAZO THRU 2500-EXIT
023100             UNTIL WS-REJ-FIN-FICHERO
023200         CLOSE RECHAZOS-IN
023300     END-IF
023400     PERFORM 3000-ESCRIBIR-ACUSE THRU 3000-EXIT
023500         VARYING WS-IDX-REM FROM 1 BY 1
023600         UNTIL WS-IDX-REM > WS-NUM-REMITENTES.
023700 2000-EXIT.
023800     EXIT.
023900*================================================================
024000 2100-LEER-ENTREGA.
024100*================================================================
024200     READ ENTREGA-IN
024300         AT END
024400             MOVE "10" TO WS-ENT-STATUS
024500     END-READ.
024600 2100-EXIT.
024700     EXIT.
024800*================================================================
024900 2200-CONTAR-RECIBIDO.
025000*================================================================
025100*    LA CABECERA Y EL TRAILER DEL SOCIO NO SON DATOS: SE GUARDAN
025200*    PARA DEVOLVERSELOS EN EL ECO.
025300     IF ENT-REGISTRO(1:3) = "CAB"
025400        AND ENT-REGISTRO(12:12) IS NUMERIC
025500         MOVE "S" TO WS-HAY-CABECERA
025600         MOVE ENT-REGISTRO TO WS-CAB-SOCIO
025700         GO TO 2200-LEER
025800     END-IF
025900     IF ENT-REGISTRO(1:3) = "TRL"
026000        AND ENT-REGISTRO(12:21) IS NUMERIC
026100         MOVE "S" TO WS-HAY-TRAILER
026200         MOVE ENT-REGISTRO TO WS-TRL-SOCIO
026300         GO TO 2200-LEER
026400     END-IF
026500     ADD 1 TO WS-DATOS-ENTREGA
026600     IF ENTR-POR-CLIENTE(WS-IDX-ENTR)
026700         MOVE ENT-REGISTRO(1:8) TO WS-REMITENTE
026800     ELSE
026900         MOVE WS-ENTR-FICHERO(WS-IDX-ENTR) TO WS-REMITENTE
027000     END-IF
027100     PERFORM 2900-BUSCAR-REMITENTE THRU 2900-EXIT
027200     IF WS-IDX-REM NOT > WS-NUM-REMITENTES
027300         ADD 1 TO WS-REM-RECIBIDOS(WS-IDX-REM)
027400     END-IF.
027500 2200-LEER.
027600     PERFORM 2100-LEER-ENTREGA THRU 2100-EXIT.
027700 2200-EXIT.
027800     EXIT.
027900*================================================================
028000 2300-ESTADO-TRAILER.
028100*================================================================
028200*    SIN TRAILER NO HAY NADA QUE CUADRAR: SE DEVUELVE SOLO LA
028300*    CUENTA PROPIA DE REGISTROS DE DATOS.
028400     IF NOT HAY-TRAILER
028500         MOVE "SIN TRAILER" TO WS-ESTADO-ECO
028600         GO TO 2300-EXIT
028700     END-IF
028800     IF WS-TRL-REGISTROS-N = WS-DATOS-ENTREGA
028900         MOVE "CUADRA" TO WS-ESTADO-ECO
029000     ELSE
029100         MOVE "NO CUADRA" TO WS-ESTADO-ECO
029200         MOVE 4 TO RETURN-CODE
029300     END-IF.
029400 2300-EXIT.
029500     EXIT.
029600*================================================================
029700 2400-LEER-RECHAZO.
029800*================================================================
029900     READ RECHAZOS-IN
030000         AT END
030100             MOVE "10" TO WS-REJ-STATUS
030200     END-READ.
030300 2400-EXIT.
030400     EXIT.
030500*================================================================
030600 2500-CONTAR-RECHAZO.
030700*================================================================
030800*    SOLO CUENTAN LOS RECHAZOS DE ESTA ENTREGA Y DE HOY SEGUN SU
030900*    LINAJE; UN RECHAZO SIN LINAJE NO SE PUEDE ATRIBUIR.
031000     IF REJ-STD-LIN-FICHERO NOT = WS-ENTR-FICHERO(WS-IDX-ENTR)
031100        OR REJ-STD-LIN-FECHA NOT = FEC-NEG-FECHA
031200         GO TO 2500-LEER
031300     END-IF
031400     PERFORM 2600-REMITENTE-RECHAZO THRU 2600-EXIT
031500     PERFORM 2900-BUSCAR-REMITENTE THRU 2900-EXIT
031600     IF WS-IDX-REM NOT > WS-NUM-REMITENTES
031700         ADD 1 TO WS-REM-RECHAZADOS(WS-IDX-REM)
031800     END-IF.
031900 2500-LEER.
032000     PERFORM 2400-LEER-RECHAZO THRU 2400-EXIT.
032100 2500-EXIT.
032200     EXIT.
032300*================================================================
032400 2600-REMITENTE-RECHAZO.
032500*================================================================
032600     IF ENTR-POR-CLIENTE(WS-IDX-ENTR)
032700         MOVE REJ-STD-IMAGEN(1:8) TO WS-REMITENTE
032800     ELSE
032900         MOVE WS-ENTR-FICHERO(WS-IDX-ENTR) TO WS-REMITENTE
033000     END-IF
033100     IF WS-REMITENTE = SPACES
033200         MOVE "DESCONOC" TO WS-REMITENTE
033300     END-IF.
033400 2600-EXIT.
033500     EXIT.
033600*================================================================
033700 2900-BUSCAR-REMITENTE.
033800*================================================================
033900*    DEJA WS-IDX-REM EN EL REMITENTE, DANDOLO DE ALTA SI ES NUEVO;
034000*    SI NO CABE QUEDA POR ENCIMA DE WS-NUM-REMITENTES.
034100     IF WS-REMITENTE = SPACES
034200         MOVE "DESCONOC" TO WS-REMITENTE
034300     END-IF
034400     PERFORM 2910-COMPARAR-REMITENTE THRU 2910-EXIT
034500         VARYING WS-IDX-REM FROM 1 BY 1
034600         UNTIL WS-IDX-REM > WS-NUM-REMITENTES
034700            OR WS-REM-CODIGO(WS-IDX-REM) = WS-REMITENTE
034800     IF WS-IDX-REM NOT > WS-NUM-REMITENTES
034900         GO TO 2900-EXIT
035000     END-IF
035100     IF WS-NUM-REMITENTES < 500
035200         ADD 1 TO WS-NUM-REMITENTES
035300         MOVE WS-REMITENTE TO WS-REM-CODIGO(WS-IDX-REM)
035400         MOVE 0 TO WS-REM-RECIBIDOS(WS-IDX-REM)
035500         MOVE 0 TO WS-REM-RECHAZADOS(WS-IDX-REM)
035600     ELSE
035700         ADD 1 TO WS-SIN-SITIO
035800     END-IF.
035900 2900-EXIT.
036000     EXIT.
036100*================================================================
036200 2910-COMPARAR-REMITENTE.
036300*================================================================
036400*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
036500     CONTINUE.
036600 2910-EXIT.
036700     EXIT.
036800*================================================================
036900 3000-ESCRIBIR-ACUSE.
037000*================================================================
037100*    ACK<REMITENTE>: CABECERA, RESUMEN, ECO DEL CONTROL DEL SOCIO,
037200*    UN REGISTRO POR RECHAZO Y TRAILER CON LOS TOTALES DEL ACUSE.
037300     MOVE SPACES TO WS-NOMBRE-ACUSE
037400     STRING "ACK" DELIMITED BY SIZE
037500         WS-REM-CODIGO(WS-IDX-REM) DELIMITED BY SPACE
037600         INTO WS-NOMBRE-ACUSE
037700     END-STRING
037800     IF WS-REM-RECHAZADOS(WS-IDX-REM) >
037900        WS-REM-RECIBIDOS(WS-IDX-REM)
038000         MOVE 0 TO WS-ACEPTADOS
038100     ELSE
038200         COMPUTE WS-ACEPTADOS = WS-REM-RECIBIDOS(WS-IDX-REM)
038300             - WS-REM-RECHAZADOS(WS-IDX-REM)
038400     END-IF
038500     MOVE 0 TO WS-REGISTROS-ACUSE
038600     MOVE 0 TO WS-HASH-ACUSE
038700     OPEN OUTPUT ACUSE-OUT
038800     MOVE SPACES TO CTL-REGISTRO
038900     MOVE "CAB" TO CTL-MARCA
039000     MOVE "ACUSE" TO CTL-PROGRAMA
039100     MOVE FEC-NEG-FECHA TO CTL-FECHA
039200     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
039300     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD
039310     MOVE SPACES TO VRS-STD-AREA
039320     MOVE "ACUSE" TO VRS-STD-PROGRAMA
039330     MOVE ZERO TO VRS-STD-FECHA
039340     CALL "VERSPROG" USING VRS-STD-AREA
039350     MOVE VRS-STD-VERSION TO CTL-VERSION
039400     WRITE CTL-REGISTRO
039500     MOVE SPACES TO ACK-REGISTRO
039600     MOVE "RES" TO ACK-RES-TIPO
039700     MOVE WS-ENTR-FICHERO(WS-IDX-ENTR) TO ACK-RES-ENTREGA
039800     MOVE WS-REM-CODIGO(WS-IDX-REM) TO ACK-RES-REMITENTE
039900     MOVE FEC-NEG-FECHA TO ACK-RES-FECHA
040000     MOVE WS-REM-RECIBIDOS(WS-IDX-REM) TO ACK-RES-RECIBIDOS
040100     MOVE WS-ACEPTADOS TO ACK-RES-ACEPTADOS
040200     MOVE WS-REM-RECHAZADOS(WS-IDX-REM) TO ACK-RES-RECHAZADOS
040300     PERFORM 3900-GRABAR-ACUSE THRU 3900-EXIT
040400     MOVE SPACES TO ACK-REGISTRO
040500     MOVE "ECO" TO ACK-ECO-TIPO
040600     IF HAY-CABECERA
040700         MOVE WS-CAB-PROGRAMA TO ACK-ECO-CAB-PROGRAMA
040800         MOVE WS-CAB-FECHA TO ACK-ECO-CAB-FECHA
040900         MOVE WS-CAB-CORRIDA TO ACK-ECO-CAB-CORRIDA
041000     END-IF
041100     IF HAY-TRAILER
041200         MOVE WS-TRL-REGISTROS TO ACK-ECO-TRL-REGISTROS
041300         MOVE WS-TRL-HASH TO ACK-ECO-TRL-HASH
041400         MOVE WS-TRL-HASH-ORD TO ACK-ECO-TRL-HASH-ORD
041500     END-IF
041600     MOVE WS-DATOS-ENTREGA TO ACK-ECO-DATOS
041700     MOVE WS-ESTADO-ECO TO ACK-ECO-ESTADO
041800     PERFORM 3900-GRABAR-ACUSE THRU 3900-EXIT
041900     IF WS-REM-RECHAZADOS(WS-IDX-REM) > 0
042000         PERFORM 3100-DETALLAR-RECHAZOS THRU 3100-EXIT
042100     END-IF
042200     MOVE SPACES TO CTL-REGISTRO
042300     MOVE "TRL" TO CTL-MARCA
042400     MOVE "ACUSE" TO CTL-PROGRAMA
042500     MOVE FEC-NEG-FECHA TO CTL-FECHA
042600     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
042700     MOVE WS-REGISTROS-ACUSE TO CTL-REGISTROS
042800     MOVE WS-HASH-ACUSE TO CTL-HASH
042900     MOVE 0 TO CTL-HASH-ORD
043000     WRITE CTL-REGISTRO
043100     CLOSE ACUSE-OUT
043200     ADD 1 TO WS-TOTAL-ACUSES
043300     MOVE SPACES TO RPT-DETALLE
043400     MOVE WS-NOMBRE-ACUSE TO RPT-FICHERO
043500     MOVE WS-ENTR-FICHERO(WS-IDX-ENTR) TO RPT-ENTREGA
043600     MOVE WS-REM-RECIBIDOS(WS-IDX-REM) TO RPT-RECIBIDOS
043700     MOVE WS-ACEPTADOS TO RPT-ACEPTADOS
043800     MOVE WS-REM-RECHAZADOS(WS-IDX-REM) TO RPT-RECHAZADOS
043900     MOVE WS-ESTADO-ECO TO RPT-ESTADO
044000     WRITE RPT-DETALLE.
044100 3000-EXIT.
044200     EXIT.
044300*================================================================
044400 3100-DETALLAR-RECHAZOS.
044500*================================================================
044600*    SEGUNDA PASADA POR LOS RECHAZOS, SOLO LOS DE ESTE REMITENTE.
044700     OPEN INPUT RECHAZOS-IN
044800     IF WS-REJ-STATUS NOT = "00"
044900         GO TO 3100-EXIT
045000     END-IF
045100     PERFORM 2400-LEER-RECHAZO THRU 2400-EXIT
045200     PERFORM 3200-ESCRIBIR-RECHAZO THRU 3200-EXIT
045300         UNTIL WS-REJ-FIN-FICHERO
045400     CLOSE RECHAZOS-IN.
045500 3100-EXIT.
045600     EXIT.
045700*================================================================
045800 3200-ESCRIBIR-RECHAZO.
045900*================================================================
046000     IF REJ-STD-LIN-FICHERO NOT = WS-ENTR-FICHERO(WS-IDX-ENTR)
046100        OR REJ-STD-LIN-FECHA NOT = FEC-NEG-FECHA
046200         GO TO 3200-LEER
046300     END-IF
046400     PERFORM 2600-REMITENTE-RECHAZO THRU 2600-EXIT
046500     IF WS-REMITENTE NOT = WS-REM-CODIGO(WS-IDX-REM)
046600         GO TO 3200-LEER
046700     END-IF
046800     MOVE SPACES TO ACK-REGISTRO
046900     MOVE "REC" TO ACK-REC-TIPO
047000     MOVE REJ-STD-LIN-FICHERO TO ACK-REC-LIN-FICHERO
047100     MOVE REJ-STD-LIN-FECHA TO ACK-REC-LIN-FECHA
047200     MOVE REJ-STD-LIN-SECUEN TO ACK-REC-LIN-SECUEN
047300     MOVE REJ-STD-MOTIVO TO ACK-REC-MOTIVO
047400     PERFORM 3900-GRABAR-ACUSE THRU 3900-EXIT.
047500 3200-LEER.
047600     PERFORM 2400-LEER-RECHAZO THRU 2400-EXIT.
047700 3200-EXIT.
047800     EXIT.
047900*================================================================
048000 3900-GRABAR-ACUSE.
048100*================================================================
048200*    REGISTRO DE DATOS DEL ACUSE: CUENTA Y HASH PARA EL TRAILER.
048300     WRITE ACK-REGISTRO
048400     ADD 1 TO WS-REGISTROS-ACUSE
048500     MOVE ACK-REGISTRO(1:40) TO WS-CLAVE-CTL
048600     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
048700         WS-HASH-ACUSE.
048800 3900-EXIT.
048900     EXIT.
049000*================================================================
049100 9000-TERMINATE.
049200*================================================================
049300     MOVE SPACES TO RPT-LINEA
049400     STRING "ACUSES ESCRITOS: " WS-TOTAL-ACUSES
049500         "  ENTREGAS AUSENTES: " WS-TOTAL-AUSENTES
049600         DELIMITED BY SIZE
049700         INTO RPT-LINEA
049800     END-STRING
049900     WRITE RPT-LINEA
050000     MOVE "LOS ACK NUEVOS SE DAN DE ALTA EN PARTPERF PARA DISTRIB"
050100         TO RPT-LINEA
050200     WRITE RPT-LINEA
050300     IF WS-SIN-SITIO > 0
050400         MOVE "AVISO: REMITENTES SIN SITIO EN TABLA, SIN ACUSE"
050500             TO RPT-LINEA
050600         WRITE RPT-LINEA
050700         MOVE 4 TO RETURN-CODE
050800     END-IF
050900     CLOSE ACUSE-RPT.
051000 9000-EXIT.
051100     EXIT.
