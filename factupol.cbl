002400*                    CLIENTE. LO QUE NO TIENE TARIFA VIGENTE O
002500*                    CLIENTE CONOCIDO SE LISTA Y NO SE FACTURA;
002600*                    EL RETECLEO EN HOJA DE CALCULO SE ACABO.
002610* 2026-10-15  MNT    DIGITO DE CONTROL DE LA REFERENCIA DE ORDEN
002620*                    (MODULO DIGCONTR, ESQUEMA ORD) AL CARGAR EL
002630*                    CRUCE ORDCLI: UNA ORDEN CON DIGITO ERRONEO O
002640*                    MAL FORMADA NO SE CARGA Y VA AL NUEVO FICHERO
002650*                    DE RECHAZOS FACTREJ (TRAZADO REJSTD, CON
002660*                    LINAJE), PARA QUE UNA CIFRA TRASPUESTA NO
002670*                    FACTURE OTRA ORDEN. RC 4 SI HAY RECHAZOS.
002673* 2026-10-15  MNT    IMPUESTO POR LINEA SEGUN LA REGION FISCAL DEL
002676*                    CLIENTE (CLIMAST) Y EL TIPO VIGENTE EN LA
002679*                    FECHA DE NEGOCIO (IMPMAST). FACTOUT LLEVA
002682*                    AL FINAL REGION, TIPO, CUOTA E IMPORTE BRUTO
002685*                    (FAC-IMPORTE SIGUE SIENDO LA BASE) Y FACTRPT
002688*                    EL DESGLOSE DE BASES Y CUOTAS POR REGION Y
002691*                    TIPO. LA LINEA SIN TIPO SE FACTURA SIN
002694*                    IMPUESTO, SE LISTA Y DA RC 4.
002704* 2026-10-15  MNT    REMEDICIONES: UNA REFERENCIA QUE YA TIENE
002714*                    MEDICION DE UNA NOCHE ANTERIOR EN MEDHIST
002724*                    SOLO FACTURA EL AREA QUE EXCEDE DE AQUELLA;
002734*                    SI NO CRECE NO SE FACTURA. CADA REMEDICION
002744*                    SE LISTA EN FACTRPT.
002751* 2026-10-15  MNT    ORDENES EN REVISION POR SOLAPE DE FIGURAS:
002758*                    LAS REFERENCIAS QUE SOLAPOL DEJA EN SOLAREV
002765*                    CON LA FECHA DE NEGOCIO NO SE FACTURAN; SUS
002772*                    FILAS SE LISTAN COMO RETENIDAS Y DAN RC 4
002779*                    HASTA QUE LA ORDEN SE CORRIJA Y SE REMIDA.
002780* 2026-10-15  MNT    NUMERO DE FACTURA: CADA LINEA DE FACTOUT
002781*                    LLEVA AL FINAL EL NUMERO QUE LE DA EL
002782*                    SERVICIO CENTRAL DE NUMERACION (MODULO
002783*                    NUMERADOR, SERIE FACTURA), QUE LO ANOTA PARA
002784*                    LA AUDITORIA NOCTURNA DE HUECOS. SIN REGISTRO
002785*                    LA LINEA SALE CON NUMERO CERO Y DA RC 4.
002786* 2026-10-15  MNT    MES CERRADO: CON EL MES DE LA FECHA DE
002787*                    NEGOCIO CERRADO POR CIERREMES (MODULO
002788*                    PERIODO) NO SE FACTURA NI SE TOCA FACTOUT;
002789*                    EL INFORME LO DICE Y EL PASO DA RC 8.
002791* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
002793*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
002795*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
002796* 2026-10-15  MNT    LA FICHA DE CLIMAST SE DECLARA ENTERA (76
002797*                    POSICIONES), CON LA POLITICA DE VEREDICTO QUE
002798*                    AHORA LLEVA AL FINAL.
002803* 2026-10-15  MNT    EL REGISTRO DE FACTOUT PASA AL TRAZADO COMUN
002808*                    (FACREG) QUE DECLARAN TAMBIEN SUS LECTORES.
002813* 2026-10-15  MNT    REMEDICIONES: SE DESCUENTA LO YA FACTURADO A
002818*                    LA REFERENCIA EN NOCHES ANTERIORES (MED-
002823*                    FACTURADO DE MEDHIST, QUE FACTUPOL ANOTA AL
002828*                    ESCRIBIR CADA LINEA DE FACTOUT) Y NO LA
002833*                    ULTIMA AREA MEDIDA: UNA MEDICION RETENIDA POR
002838*                    SOLAPE O SIN TARIFA YA NO SE DA POR
002843*                    FACTURADA.
002848* 2026-10-15  MNT    LA FICHA DE CLIMAST SE TOMA DEL COPY CLIREG,
002853*                    COMUN A TODOS LOS PROGRAMAS QUE LEEN O
002858*                    ESCRIBEN EL MAESTRO.
002863*----------------------------------------------------------------
002868 ENVIRONMENT     DIVISION.
002900 INPUT-OUTPUT    SECTION.
003000 FILE-CONTROL.
003100     SELECT AREA-POL-CSV ASSIGN TO "AREAPOLCSV"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT FACTURA-RPT ASSIGN TO "FACTRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004310     SELECT FACTURA-REJ ASSIGN TO "FACTREJ"
004320         ORGANIZATION IS LINE SEQUENTIAL.
004330     SELECT CLIENTE-MAST ASSIGN TO "CLIMAST"
004340         ORGANIZATION IS LINE SEQUENTIAL
004350         FILE STATUS IS WS-CLM-STATUS.
004360     SELECT IMPUESTO-MAST ASSIGN TO "IMPMAST"
004370         ORGANIZATION IS LINE SEQUENTIAL
004380         FILE STATUS IS WS-IMP-STATUS.
004383     SELECT MEDICION-HIST ASSIGN TO "MEDHIST"
004386         ORGANIZATION IS INDEXED
004389         ACCESS MODE IS DYNAMIC
004392         RECORD KEY IS MED-CLAVE
004395         FILE STATUS IS WS-MED-STATUS.
004396     SELECT SOLAPE-REV ASSIGN TO "SOLAREV"
004397         ORGANIZATION IS LINE SEQUENTIAL
004398         FILE STATUS IS WS-SOL-STATUS.
004400 DATA            DIVISION.
004500 FILE            SECTION.
004600 FD  AREA-POL-CSV
006100     05  ORD-CLIENTE         PIC X(08).
006200 FD  FACTURA-OUT
006300     RECORDING MODE IS F.
006400     COPY FACREG.
007000     COPY CTLREG.
007100 FD  FACTURA-RPT
007200     RECORDING MODE IS F.
007800 01  RPT-RESUMEN-REGISTRO.
007900     05  RPT-RESUMEN-ETIQUETA PIC X(30).
008000     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
008010 FD  FACTURA-REJ
008020     RECORDING MODE IS F.
008030     COPY REJSTD.
008034 FD  CLIENTE-MAST
008038     RECORDING MODE IS F.
008042*    FICHA DE CLIENTE DE MANTCLI: AQUI SOLO INTERESAN EL CODIGO
008046*    Y LA REGION FISCAL.
008056     COPY CLIREG.
008082 FD  IMPUESTO-MAST
008086     RECORDING MODE IS F.
008090     COPY IMPREG.
008093 FD  MEDICION-HIST.
008096     COPY MEDREG.
008097 FD  SOLAPE-REV
008098     RECORDING MODE IS F.
008099     COPY SOLREG.
008100 WORKING-STORAGE SECTION.
008200*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
008300     COPY FECNEG.
008310*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
008320     COPY VERSTD.
008400 01  WS-CSV-STATUS           PIC X(02).
008500     88  WS-CSV-NO-EXISTE            VALUE "35".
008600     88  WS-CSV-FIN-FICHERO          VALUE "10".
008610 01  WS-CSV-ABIERTO          PIC X(01) VALUE "N".
008620     88  CSV-ABIERTO                 VALUE "S".
008630 01  WS-MED-STATUS           PIC X(02).
008640 01  WS-HISTORIA-ABIERTA     PIC X(01) VALUE "N".
008650     88  HISTORIA-ABIERTA            VALUE "S".
008660 01  WS-FIN-HISTORIA         PIC X(01) VALUE "N".
008700 01  WS-TAR-STATUS           PIC X(02).
008800     88  WS-TAR-NO-EXISTE            VALUE "35".
008900     88  WS-TAR-FIN-FICHERO          VALUE "10".
009000 01  WS-ORD-STATUS           PIC X(02).
009100     88  WS-ORD-NO-EXISTE            VALUE "35".
009200     88  WS-ORD-FIN-FICHERO          VALUE "10".
009201 01  WS-CLM-STATUS           PIC X(02).
009202     88  WS-CLM-NO-EXISTE            VALUE "35".
009203     88  WS-CLM-FIN-FICHERO          VALUE "10".
009204 01  WS-IMP-STATUS           PIC X(02).
009205     88  WS-IMP-NO-EXISTE            VALUE "35".
009206     88  WS-IMP-FIN-FICHERO          VALUE "10".
009207 01  WS-SOL-STATUS           PIC X(02).
009208     88  WS-SOL-NO-EXISTE            VALUE "35".
009209     88  WS-SOL-FIN-FICHERO          VALUE "10".
009210*    AREA DE COMUNICACION CON EL SERVICIO DE DIGITO DE CONTROL.
009220     COPY DIGSTD.
009230 01  WS-SECUENCIA-ORDEN      PIC 9(09) VALUE ZERO.
009240*    AREA DE LLAMADA AL SERVICIO CENTRAL DE NUMERACION.
009250     COPY NUMSTD.
009260*    ESTADO DEL MES CONTABLE (MODULO PERIODO).
009270     COPY PERSTD.
009300*----------------------------------------------------------------
009400* TARIFAS VIGENTES Y CRUCE ORDEN-CLIENTE EN MEMORIA.
009500*----------------------------------------------------------------
010800     05  WS-CLI-ENTRY OCCURS 200 TIMES.
010900         10  WS-CLI-CODIGO   PIC X(08).
011000         10  WS-CLI-IMPORTE  PIC 9(13)V9(02).
011003*    REGION FISCAL DE CADA CLIENTE, TIPO VIGENTE DE CADA REGION
011006*    Y DESGLOSE DE BASES Y CUOTAS POR REGION Y TIPO.
011009 01  WS-TABLA-FISCAL.
011012     05  WS-NUM-FISCALES     PIC 9(03) COMP VALUE ZERO.
011015     05  WS-FIS-ENTRY OCCURS 200 TIMES.
011018         10  WS-FIS-CLIENTE  PIC X(08).
011021         10  WS-FIS-REGION   PIC X(03).
011024 01  WS-TABLA-TIPOS.
011027     05  WS-NUM-TIPOS        PIC 9(02) COMP VALUE ZERO.
011030     05  WS-TIP-ENTRY OCCURS 50 TIMES.
011033         10  WS-TIP-REGION   PIC X(03).
011036         10  WS-TIP-TIPO     PIC 9(02)V9(02).
011039         10  WS-TIP-DESDE    PIC 9(08).
011042 01  WS-TABLA-DESGLOSE.
011045     05  WS-NUM-DESGLOSES    PIC 9(02) COMP VALUE ZERO.
011048     05  WS-DES-ENTRY OCCURS 50 TIMES.
011051         10  WS-DES-REGION   PIC X(03).
011054         10  WS-DES-TIPO     PIC 9(02)V9(02).
011057         10  WS-DES-BASE     PIC 9(13)V9(02).
011060         10  WS-DES-CUOTA    PIC 9(13)V9(02).
011063 01  WS-LINEA-DESGLOSE.
011066     05  WS-LDES-REGION     PIC X(03).
011069     05  FILLER             PIC X(02) VALUE SPACES.
011072     05  WS-LDES-TIPO       PIC Z9.99.
011075     05  FILLER             PIC X(02) VALUE SPACES.
011078     05  WS-LDES-BASE       PIC Z(12)9.99.
011081     05  FILLER             PIC X(02) VALUE SPACES.
011084     05  WS-LDES-CUOTA      PIC Z(12)9.99.
011087     05  FILLER             PIC X(02) VALUE SPACES.
011090     05  WS-LDES-BRUTO      PIC Z(12)9.99.
011100*----------------------------------------------------------------
011200* FILA CSV DESCOMPUESTA Y CAMPOS DEL PRECIADO.
011300*----------------------------------------------------------------
011800     05  WS-CSV-PERI-TXT     PIC X(20).
011900 01  WS-CANTIDAD             PIC 9(11)V9(04) VALUE ZERO.
012000 01  WS-PRECIO               PIC 9(07)V9(04) VALUE ZERO.
012005*    AREA YA FACTURADA EN NOCHES ANTERIORES A CADA REFERENCIA
012010*    REMEDIDA, PENDIENTE DE DESCONTAR DE LAS FILAS DE ESTA NOCHE.
012021 01  WS-TABLA-REMEDIDAS.
012028     05  WS-NUM-REMEDIDAS    PIC 9(03) COMP VALUE ZERO.
012035     05  WS-REM-ENTRY OCCURS 500 TIMES.
012042         10  WS-REM-REFERENCIA PIC X(10).
012049         10  WS-REM-CREDITO  PIC 9(11)V9(04).
012056 01  WS-IDX-REM              PIC 9(03) COMP VALUE ZERO.
012063 01  WS-IDX-REM-HALLADO      PIC 9(03) COMP VALUE ZERO.
012064 01  WS-AREA-ANTERIOR        PIC 9(11)V9(04) VALUE ZERO.
012065*    REFERENCIAS YA VISTAS ESTA NOCHE: LA PRIMERA FILA DE CADA
012066*    UNA PONE A CERO LO FACTURADO HOY EN MEDHIST (RELANZAMIENTO).
012067 01  WS-TABLA-VISTAS.
012068     05  WS-NUM-VISTAS       PIC 9(04) COMP VALUE ZERO.
012069     05  WS-VIS-REFERENCIA   OCCURS 2000 TIMES PIC X(10).
012070 01  WS-IDX-VIS              PIC 9(04) COMP VALUE ZERO.
012071 01  WS-IDX-VIS-HALLADO      PIC 9(04) COMP VALUE ZERO.
012077 01  WS-EDIT-MEDIDO          PIC Z(10)9.9(04).
012084 01  WS-EDIT-FACTURADO       PIC Z(10)9.9(04).
012086*    ORDENES EN REVISION POR SOLAPE DE FIGURAS (SOLAREV).
012088 01  WS-TABLA-RETENIDAS.
012090     05  WS-NUM-RETENIDAS    PIC 9(03) COMP VALUE ZERO.
012092     05  WS-RET-REFERENCIA   OCCURS 500 TIMES PIC X(10).
012094 01  WS-IDX-RET              PIC 9(03) COMP VALUE ZERO.
012096 01  WS-IDX-RET-HALLADO      PIC 9(03) COMP VALUE ZERO.
012100 01  WS-IMPORTE              PIC 9(13)V9(02) VALUE ZERO.
012200 01  WS-CLIENTE              PIC X(08).
012210 01  WS-REGION-FISCAL        PIC X(03).
012220 01  WS-TIPO-IMP             PIC 9(02)V9(02) VALUE ZERO.
012230 01  WS-CUOTA                PIC 9(13)V9(02) VALUE ZERO.
012240 01  WS-BRUTO                PIC 9(13)V9(02) VALUE ZERO.
012250 01  WS-IDX-FIS              PIC 9(03) COMP VALUE ZERO.
012260 01  WS-IDX-FIS-HALLADO      PIC 9(03) COMP VALUE ZERO.
012300 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
012400 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
012500 01  WS-HASH-FACT            PIC 9(18) VALUE ZERO.
013000     05  WS-TOTAL-FACTURADAS PIC 9(07) COMP VALUE ZERO.
013100     05  WS-TOTAL-SIN-TARIFA PIC 9(07) COMP VALUE ZERO.
013200     05  WS-TOTAL-SIN-CLIENTE PIC 9(07) COMP VALUE ZERO.
013210     05  WS-TOTAL-ORD-RECHAZADAS PIC 9(07) COMP VALUE ZERO.
013220     05  WS-TOTAL-SIN-IMPUESTO PIC 9(07) COMP VALUE ZERO.
013230     05  WS-TOTAL-REMEDIDAS  PIC 9(07) COMP VALUE ZERO.
013240     05  WS-TOTAL-SIN-DIFERENCIA PIC 9(07) COMP VALUE ZERO.
013250     05  WS-TOTAL-RETENIDAS  PIC 9(07) COMP VALUE ZERO.
013260     05  WS-TOTAL-SIN-NUMERO PIC 9(07) COMP VALUE ZERO.
013280     05  WS-TOTAL-SIN-MEDICION PIC 9(07) COMP VALUE ZERO.
013300 PROCEDURE       DIVISION.
013400*================================================================
013500 0000-MAINLINE.
013600*================================================================
013650     PERFORM 0500-COMPROBAR-PERIODO THRU 0500-EXIT
013660     IF PER-MES-CERRADO
013670         GOBACK
013680     END-IF
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013800     PERFORM 2000-PRECIAR-FILA THRU 2000-EXIT
013900         UNTIL WS-CSV-FIN-FICHERO
014000     PERFORM 4000-CERRAR-INTERFAZ THRU 4000-EXIT
014100     PERFORM 9000-TERMINATE THRU 9000-EXIT
014200     GOBACK.
014202*================================================================
014204 0500-COMPROBAR-PERIODO.
014206*================================================================
014208*    UN MES CERRADO POR CIERREMES YA ESTA FACTURADO Y RESUMIDO EN
014210*    EL PAQUETE MENSUAL: NO SE REFACTURA NI SE REGRABA FACTOUT
014212*    HASTA QUE SE REABRA.
014214     CALL "FECHANEG" USING FEC-NEG-AREA
014216     MOVE SPACES TO PER-STD-AREA
014218     MOVE FEC-NEG-FECHA TO PER-STD-FECHA
014220     CALL "PERIODO" USING PER-STD-AREA
014222     IF NOT PER-MES-CERRADO
014224         GO TO 0500-EXIT
014226     END-IF
014228     OPEN OUTPUT FACTURA-RPT
014230     MOVE SPACES TO RPT-LINEA
014232     STRING "FACTURACION NO EJECUTADA: MES " FEC-NEG-FECHA(1:6)
014234         " CERRADO EL " PER-STD-FECHA-CAMBIO " POR "
014236         PER-STD-OPERADOR DELIMITED BY SIZE INTO RPT-LINEA
014238     END-STRING
014240     WRITE RPT-LINEA
014242     CLOSE FACTURA-RPT
014244     MOVE 8 TO RETURN-CODE.
014246 0500-EXIT.
014248     EXIT.
014300*================================================================
014400 1000-INITIALIZE.
014500*================================================================
014600     OPEN OUTPUT FACTURA-OUT FACTURA-RPT FACTURA-REJ
014700     MOVE SPACES TO RPT-DETALLE RPT-RESUMEN-REGISTRO
014800     CALL "FECHANEG" USING FEC-NEG-AREA
014900     MOVE SPACES TO CTL-REGISTRO
015200     MOVE FEC-NEG-FECHA TO CTL-FECHA
015300     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
015400     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD
015410     MOVE SPACES TO VRS-STD-AREA
015420     MOVE "FACTUPOL" TO VRS-STD-PROGRAMA
015430     MOVE ZERO TO VRS-STD-FECHA
015440     CALL "VERSPROG" USING VRS-STD-AREA
015450     MOVE VRS-STD-VERSION TO CTL-VERSION
015500     WRITE CTL-REGISTRO
015600     PERFORM 1100-CARGAR-TARIFAS THRU 1100-EXIT
015700     PERFORM 1200-CARGAR-ORDENES THRU 1200-EXIT
015710     PERFORM 1150-CARGAR-FISCALES THRU 1150-EXIT
015720     PERFORM 1180-CARGAR-TIPOS THRU 1180-EXIT
015725     PERFORM 1250-CARGAR-RETENIDAS THRU 1250-EXIT
015730*    SIN HISTORICO DE MEDICIONES TODA FILA SE FACTURA ENTERA.
015740     OPEN I-O MEDICION-HIST
015750     IF WS-MED-STATUS = "00"
015760         SET HISTORIA-ABIERTA TO TRUE
015770     END-IF
015800     OPEN INPUT AREA-POL-CSV
015900     IF WS-CSV-STATUS NOT = "00"
016000         MOVE "SIN DETALLE AREAPOLCSV" TO RPT-LINEA
020600     PERFORM 1110-LEER-TARIFA THRU 1110-EXIT.
020700 1120-EXIT.
020800     EXIT.
020801*================================================================
020802 1150-CARGAR-FISCALES.
020803*================================================================
020804     OPEN INPUT CLIENTE-MAST
020805     IF WS-CLM-NO-EXISTE
020806         MOVE "SIN MAESTRO DE CLIENTES" TO RPT-LINEA
020807         WRITE RPT-LINEA
020808         GO TO 1150-EXIT
020809     END-IF
020810     PERFORM 1160-LEER-CLIENTE THRU 1160-EXIT
020811     PERFORM 1170-ANOTAR-FISCAL THRU 1170-EXIT
020812         UNTIL WS-CLM-FIN-FICHERO
020813     CLOSE CLIENTE-MAST.
020814 1150-EXIT.
020815     EXIT.
020816*================================================================
020817 1160-LEER-CLIENTE.
020818*================================================================
020819     READ CLIENTE-MAST
020820         AT END
020821             MOVE "10" TO WS-CLM-STATUS
020822     END-READ.
020823 1160-EXIT.
020824     EXIT.
020825*================================================================
020826 1170-ANOTAR-FISCAL.
020827*================================================================
020828     IF CLM-CODIGO NOT = SPACES AND WS-NUM-FISCALES < 200
020829         ADD 1 TO WS-NUM-FISCALES
020830         MOVE CLM-CODIGO TO WS-FIS-CLIENTE(WS-NUM-FISCALES)
020831         MOVE CLM-REGION-FISCAL TO WS-FIS-REGION(WS-NUM-FISCALES)
020832     END-IF
020833     PERFORM 1160-LEER-CLIENTE THRU 1160-EXIT.
020834 1170-EXIT.
020835     EXIT.
020836*================================================================
020837 1180-CARGAR-TIPOS.
020838*================================================================
020839*    POR REGION SE RETIENE EL TIPO VIGENTE EN LA FECHA DE NEGOCIO
020840*    (HASTA = 0 SIN CADUCIDAD); SI SE SOLAPAN DOS, EL MAS NUEVO.
020841     OPEN INPUT IMPUESTO-MAST
020842     IF WS-IMP-NO-EXISTE
020843         MOVE "SIN MAESTRO DE TIPOS IMPOSITIVOS" TO RPT-LINEA
020844         WRITE RPT-LINEA
020845         GO TO 1180-EXIT
020846     END-IF
020847     PERFORM 1185-LEER-TIPO THRU 1185-EXIT
020848     PERFORM 1190-ANOTAR-TIPO THRU 1190-EXIT
020849         UNTIL WS-IMP-FIN-FICHERO
020850     CLOSE IMPUESTO-MAST.
020851 1180-EXIT.
020852     EXIT.
020853*================================================================
020854 1185-LEER-TIPO.
020855*================================================================
020856     READ IMPUESTO-MAST
020857         AT END
020858             MOVE "10" TO WS-IMP-STATUS
020859     END-READ.
020860 1185-EXIT.
020861     EXIT.
020862*================================================================
020863 1190-ANOTAR-TIPO.
020864*================================================================
020865     IF IMP-REGION = SPACES OR IMP-DESDE > FEC-NEG-FECHA
020866      OR (IMP-HASTA NOT = 0 AND FEC-NEG-FECHA > IMP-HASTA)
020867         GO TO 1190-SIGUIENTE
020868     END-IF
020869     MOVE IMP-REGION TO WS-REGION-FISCAL
020870     PERFORM 2520-BUSCAR-TIPO THRU 2520-EXIT
020871     IF WS-IDX-FIS-HALLADO = 0 AND WS-NUM-TIPOS < 50
020872         ADD 1 TO WS-NUM-TIPOS
020873         MOVE WS-NUM-TIPOS TO WS-IDX-FIS-HALLADO
020874         MOVE 0 TO WS-TIP-DESDE(WS-IDX-FIS-HALLADO)
020875     END-IF
020876     IF WS-IDX-FIS-HALLADO > 0
020877      AND IMP-DESDE >= WS-TIP-DESDE(WS-IDX-FIS-HALLADO)
020878         MOVE IMP-REGION TO WS-TIP-REGION(WS-IDX-FIS-HALLADO)
020879         MOVE IMP-TIPO   TO WS-TIP-TIPO(WS-IDX-FIS-HALLADO)
020880         MOVE IMP-DESDE  TO WS-TIP-DESDE(WS-IDX-FIS-HALLADO)
020881     END-IF.
020882 1190-SIGUIENTE.
020883     PERFORM 1185-LEER-TIPO THRU 1185-EXIT.
020884 1190-EXIT.
020885     EXIT.
020900*================================================================
021000 1200-CARGAR-ORDENES.
021100*================================================================
022700     READ ORDEN-CLIENTE
022800         AT END
022900             MOVE "10" TO WS-ORD-STATUS
022910     NOT AT END
022920         ADD 1 TO WS-SECUENCIA-ORDEN
023000     END-READ.
023100 1210-EXIT.
023200     EXIT.
023300*================================================================
023400 1220-ANOTAR-ORDEN.
023500*================================================================
023507*    LA REFERENCIA DE ORDEN SE TECLEA A MANO Y LLEVA DIGITO DE
023514*    CONTROL: SI NO CUADRA, LA ORDEN SE RECHAZA Y NO SE CARGA.
023521     IF ORD-REFERENCIA NOT = SPACES
023528         MOVE "V" TO DIG-STD-FUNCION
023535         MOVE "ORD" TO DIG-STD-TIPO
023542         MOVE ORD-REFERENCIA TO DIG-STD-REFERENCIA
023549         CALL "DIGCONTR" USING DIG-STD-AREA
023556         IF NOT DIG-STD-CORRECTA
023563             PERFORM 1230-RECHAZAR-ORDEN THRU 1230-EXIT
023570             GO TO 1220-SIGUIENTE
023577         END-IF
023584     END-IF
023600     IF ORD-REFERENCIA NOT = SPACES AND WS-NUM-ORDENES < 2000
023700         ADD 1 TO WS-NUM-ORDENES
023800         MOVE ORD-REFERENCIA TO WS-ORD-REF(WS-NUM-ORDENES)
023900         MOVE ORD-CLIENTE    TO WS-ORD-CLI(WS-NUM-ORDENES)
024000     END-IF.
024010 1220-SIGUIENTE.
024100     PERFORM 1210-LEER-ORDEN THRU 1210-EXIT.
024200 1220-EXIT.
024300     EXIT.
024301*================================================================
024302 1230-RECHAZAR-ORDEN.
024303*================================================================
024304*    LA IMAGEN ES EL REGISTRO DE ORDCLI TAL CUAL LLEGO, PARA
024305*    REENVIARLO UNA VEZ CORREGIDO.
024306     MOVE SPACES TO REJ-STD-REGISTRO
024307     MOVE "FACTUPOL" TO REJ-STD-PROGRAMA
024308     MOVE FEC-NEG-FECHA TO REJ-STD-FECHA
024309     IF DIG-STD-ERRONEA
024310         MOVE "REFERENCIA CON DIGITO ERRONEO" TO REJ-STD-MOTIVO
024311     ELSE
024312         MOVE "REFERENCIA MAL FORMADA" TO REJ-STD-MOTIVO
024313     END-IF
024314     MOVE ORD-REGISTRO TO REJ-STD-IMAGEN
024315     MOVE "ORDCLI" TO REJ-STD-LIN-FICHERO
024316     MOVE FEC-NEG-FECHA TO REJ-STD-LIN-FECHA
024317     MOVE WS-SECUENCIA-ORDEN TO REJ-STD-LIN-SECUEN
024318     WRITE REJ-STD-REGISTRO
024319     ADD 1 TO WS-TOTAL-ORD-RECHAZADAS.
024320 1230-EXIT.
024321     EXIT.
024322*================================================================
024323 1250-CARGAR-RETENIDAS.
024324*================================================================
024325*    SOLO CUENTAN LAS ORDENES MANDADAS A REVISION ESTA NOCHE; SIN
024326*    SOLAREV NO HAY NADA RETENIDO.
024327     OPEN INPUT SOLAPE-REV
024328     IF WS-SOL-STATUS NOT = "00"
024329         GO TO 1250-EXIT
024330     END-IF
024331     PERFORM 1260-LEER-RETENIDA THRU 1260-EXIT
024332     PERFORM 1270-ANOTAR-RETENIDA THRU 1270-EXIT
024333         UNTIL WS-SOL-FIN-FICHERO
024334     CLOSE SOLAPE-REV.
024335 1250-EXIT.
024336     EXIT.
024337*================================================================
024338 1260-LEER-RETENIDA.
024339*================================================================
024340     READ SOLAPE-REV
024341         AT END
024342             MOVE "10" TO WS-SOL-STATUS
024343     END-READ.
024344 1260-EXIT.
024345     EXIT.
024346*================================================================
024347 1270-ANOTAR-RETENIDA.
024348*================================================================
024349     IF SOL-FECHA NOT = FEC-NEG-FECHA OR SOL-REFERENCIA = SPACES
024350         GO TO 1270-SIGUIENTE
024351     END-IF
024352     MOVE SOL-REFERENCIA TO WS-CSV-REFERENCIA
024353     PERFORM 2250-BUSCAR-RETENIDA THRU 2250-EXIT
024354     IF WS-IDX-RET-HALLADO = 0 AND WS-NUM-RETENIDAS < 500
024355         ADD 1 TO WS-NUM-RETENIDAS
024356         MOVE SOL-REFERENCIA
024357             TO WS-RET-REFERENCIA(WS-NUM-RETENIDAS)
024358     END-IF.
024359 1270-SIGUIENTE.
024360     PERFORM 1260-LEER-RETENIDA THRU 1260-EXIT.
024361 1270-EXIT.
024362     EXIT.
024400*================================================================
024500 2000-PRECIAR-FILA.
024600*================================================================
025800              WS-CSV-AREA-TXT WS-CSV-PERI-TXT
025900     END-UNSTRING
026000     COMPUTE WS-CANTIDAD = FUNCTION NUMVAL(WS-CSV-AREA-TXT)
026050     PERFORM 2030-INICIAR-FACTURADO THRU 2030-EXIT
026100     PERFORM 2200-BUSCAR-TARIFA THRU 2200-EXIT
026200     IF WS-IDX-HALLADO = 0
026300         ADD 1 TO WS-TOTAL-SIN-TARIFA
027200         WRITE RPT-LINEA
027300         GO TO 2000-SIGUIENTE
027400     END-IF
027407*    UNA ORDEN EN REVISION POR SOLAPE NO SE FACTURA NI CONSUME
027414*    LA MEDICION ANTERIOR: SE LISTA Y SE CUENTA COMO RETENIDA.
027421     PERFORM 2250-BUSCAR-RETENIDA THRU 2250-EXIT
027428     IF WS-IDX-RET-HALLADO > 0
027435         ADD 1 TO WS-TOTAL-RETENIDAS
027442         MOVE SPACES TO RPT-LINEA
027449         STRING "RETENIDA POR SOLAPE " WS-CSV-REFERENCIA
027456             " " WS-CSV-TIPO " AREA " WS-CSV-AREA-TXT
027463             DELIMITED BY SIZE INTO RPT-LINEA
027470         END-STRING
027477         WRITE RPT-LINEA
027484         GO TO 2000-SIGUIENTE
027491     END-IF
027500     MOVE WS-TAR-PRECIO(WS-IDX-HALLADO) TO WS-PRECIO
027510     PERFORM 2050-DESCONTAR-REMEDICION THRU 2050-EXIT
027520     IF WS-CANTIDAD = 0
027530         ADD 1 TO WS-TOTAL-SIN-DIFERENCIA
027540         GO TO 2000-SIGUIENTE
027550     END-IF
027600     PERFORM 2300-BUSCAR-CLIENTE THRU 2300-EXIT
027700     COMPUTE WS-IMPORTE ROUNDED = WS-CANTIDAD * WS-PRECIO
027800         ON SIZE ERROR
027900             MOVE 0 TO WS-IMPORTE
028000     END-COMPUTE
028010     PERFORM 2500-CALCULAR-IMPUESTO THRU 2500-EXIT
028100     MOVE WS-CSV-REFERENCIA TO FAC-REFERENCIA
028200     MOVE WS-CLIENTE TO FAC-CLIENTE
028300     MOVE WS-CANTIDAD TO FAC-CANTIDAD
028400     MOVE WS-PRECIO TO FAC-PRECIO
028500     MOVE WS-IMPORTE TO FAC-IMPORTE
028510     MOVE WS-REGION-FISCAL TO FAC-REGION
028520     MOVE WS-TIPO-IMP TO FAC-TIPO-IMP
028530     MOVE WS-CUOTA TO FAC-CUOTA
028540     MOVE WS-BRUTO TO FAC-BRUTO
028550     PERFORM 2700-NUMERAR-FACTURA THRU 2700-EXIT
028600     WRITE FAC-REGISTRO
028700     ADD 1 TO WS-TOTAL-FACTURADAS
028750     PERFORM 2090-ANOTAR-FACTURADO THRU 2090-EXIT
028800     MOVE SPACES TO WS-CLAVE-CTL
028900     MOVE WS-CSV-REFERENCIA TO WS-CLAVE-CTL(1:10)
029000     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
029300 2000-SIGUIENTE.
029400     PERFORM 2100-LEER-FILA THRU 2100-EXIT.
029500 2000-EXIT.
029502     EXIT.
029504*================================================================
029506 2030-INICIAR-FACTURADO.
029508*================================================================
029510*    LA PRIMERA FILA DE UNA REFERENCIA EN LA NOCHE DEJA A CERO LO
029512*    FACTURADO HOY EN SU MEDICION: UN RELANZAMIENTO REHACE FACTOUT
029514*    ENTERO Y VUELVE A ANOTARLO DESDE CERO.
029516     IF NOT HISTORIA-ABIERTA OR WS-CSV-REFERENCIA = SPACES
029518         GO TO 2030-EXIT
029520     END-IF
029522     MOVE 0 TO WS-IDX-VIS-HALLADO
029524     PERFORM 2035-COMPARAR-VISTA THRU 2035-EXIT
029526         VARYING WS-IDX-VIS FROM 1 BY 1
029528         UNTIL WS-IDX-VIS > WS-NUM-VISTAS
029530            OR WS-IDX-VIS-HALLADO > 0
029532     IF WS-IDX-VIS-HALLADO > 0 OR WS-NUM-VISTAS NOT < 2000
029534         GO TO 2030-EXIT
029536     END-IF
029538     ADD 1 TO WS-NUM-VISTAS
029540     MOVE WS-CSV-REFERENCIA TO WS-VIS-REFERENCIA(WS-NUM-VISTAS)
029542     MOVE WS-CSV-REFERENCIA TO MED-REFERENCIA
029544     MOVE FEC-NEG-FECHA TO MED-FECHA
029546     READ MEDICION-HIST
029548         KEY IS MED-CLAVE
029550         INVALID KEY
029552             GO TO 2030-EXIT
029554     END-READ
029556     IF MED-FACTURADO NOT = 0
029558         MOVE 0 TO MED-FACTURADO
029560         REWRITE MED-REGISTRO
029562             INVALID KEY
029564                 CONTINUE
029566         END-REWRITE
029568     END-IF.
029570 2030-EXIT.
029572     EXIT.
029574*================================================================
029576 2035-COMPARAR-VISTA.
029578*================================================================
029580     IF WS-VIS-REFERENCIA(WS-IDX-VIS) = WS-CSV-REFERENCIA
029582         MOVE WS-IDX-VIS TO WS-IDX-VIS-HALLADO
029584     END-IF.
029586 2035-EXIT.
029588     EXIT.
029601*================================================================
029602 2050-DESCONTAR-REMEDICION.
029603*================================================================
029604*    EL AREA FACTURADA EN LAS NOCHES ANTERIORES A LA FECHA DE
029605*    NEGOCIO SE VA DESCONTANDO DE LAS FILAS DE LA REFERENCIA EN
029606*    EL ORDEN EN QUE LLEGAN Y SOLO SE FACTURA EL EXCESO. LO QUE SE
029607*    MIDIO PERO NO LLEGO A FACTURARSE NO SE DESCUENTA.
029608     IF NOT HISTORIA-ABIERTA OR WS-CSV-REFERENCIA = SPACES
029609         GO TO 2050-EXIT
029610     END-IF
029611     MOVE 0 TO WS-IDX-REM-HALLADO
029612     PERFORM 2060-COMPARAR-REMEDIDA THRU 2060-EXIT
029613         VARYING WS-IDX-REM FROM 1 BY 1
029614         UNTIL WS-IDX-REM > WS-NUM-REMEDIDAS
029615            OR WS-IDX-REM-HALLADO > 0
029616     IF WS-IDX-REM-HALLADO = 0
029617         PERFORM 2070-BUSCAR-ANTERIOR THRU 2070-EXIT
029618         IF WS-AREA-ANTERIOR = 0 OR WS-NUM-REMEDIDAS NOT < 500
029619             GO TO 2050-EXIT
029620         END-IF
029621         ADD 1 TO WS-NUM-REMEDIDAS
029622         MOVE WS-NUM-REMEDIDAS TO WS-IDX-REM-HALLADO
029623         MOVE WS-CSV-REFERENCIA
029624             TO WS-REM-REFERENCIA(WS-IDX-REM-HALLADO)
029625         MOVE WS-AREA-ANTERIOR
029626             TO WS-REM-CREDITO(WS-IDX-REM-HALLADO)
029627     END-IF
029628     ADD 1 TO WS-TOTAL-REMEDIDAS
029629     MOVE WS-CANTIDAD TO WS-EDIT-MEDIDO
029630     IF WS-REM-CREDITO(WS-IDX-REM-HALLADO) NOT < WS-CANTIDAD
029631         SUBTRACT WS-CANTIDAD
029632             FROM WS-REM-CREDITO(WS-IDX-REM-HALLADO)
029633         MOVE 0 TO WS-CANTIDAD
029634     ELSE
029635         SUBTRACT WS-REM-CREDITO(WS-IDX-REM-HALLADO)
029636             FROM WS-CANTIDAD
029637         MOVE 0 TO WS-REM-CREDITO(WS-IDX-REM-HALLADO)
029638     END-IF
029639     MOVE WS-CANTIDAD TO WS-EDIT-FACTURADO
029640     MOVE SPACES TO RPT-LINEA
029641     STRING "REMEDICION " WS-CSV-REFERENCIA
029642         " MEDIDO " WS-EDIT-MEDIDO
029643         " FACTURA " WS-EDIT-FACTURADO
029644         DELIMITED BY SIZE INTO RPT-LINEA
029645     END-STRING
029646     WRITE RPT-LINEA.
029647 2050-EXIT.
029648     EXIT.
029649*================================================================
029650 2060-COMPARAR-REMEDIDA.
029651*================================================================
029652     IF WS-REM-REFERENCIA(WS-IDX-REM) = WS-CSV-REFERENCIA
029653         MOVE WS-IDX-REM TO WS-IDX-REM-HALLADO
029654     END-IF.
029655 2060-EXIT.
029656     EXIT.
029657*================================================================
029658 2070-BUSCAR-ANTERIOR.
029659*================================================================
029660*    LA CLAVE ES REFERENCIA + FECHA: SE RECORREN LAS MEDICIONES
029661*    DE LA REFERENCIA ANTERIORES A HOY Y SE SUMA LO FACTURADO.
029662     MOVE 0 TO WS-AREA-ANTERIOR
029663     MOVE WS-CSV-REFERENCIA TO MED-REFERENCIA
029664     MOVE 0 TO MED-FECHA
029665     START MEDICION-HIST KEY IS NOT LESS THAN MED-CLAVE
029666         INVALID KEY
029667             GO TO 2070-EXIT
029668     END-START
029669     MOVE "N" TO WS-FIN-HISTORIA
029670     PERFORM 2080-LEER-ANTERIOR THRU 2080-EXIT
029671         UNTIL WS-FIN-HISTORIA = "S".
029672 2070-EXIT.
029673     EXIT.
029674*================================================================
029675 2080-LEER-ANTERIOR.
029676*================================================================
029677     READ MEDICION-HIST NEXT
029678         AT END
029679             MOVE "S" TO WS-FIN-HISTORIA
029680     END-READ
029681     IF WS-FIN-HISTORIA = "S"
029682         GO TO 2080-EXIT
029683     END-IF
029684     IF WS-MED-STATUS NOT = "00"
029685      OR MED-REFERENCIA NOT = WS-CSV-REFERENCIA
029686      OR MED-FECHA NOT < FEC-NEG-FECHA
029687         MOVE "S" TO WS-FIN-HISTORIA
029688     ELSE
029689         ADD MED-FACTURADO TO WS-AREA-ANTERIOR
029690     END-IF.
029691 2080-EXIT.
029692     EXIT.
029694*================================================================
029696 2090-ANOTAR-FACTURADO.
029698*================================================================
029700*    LA CANTIDAD DE LA LINEA RECIEN ESCRITA EN FACTOUT SE SUMA A
029702*    LO FACTURADO HOY EN LA MEDICION DE LA REFERENCIA. SI AREA_POL
029704*    NO LA DEJO, SE CREA SIN AREA MEDIDA Y LO FACTURADO CONSTA.
029706     IF NOT HISTORIA-ABIERTA OR WS-CSV-REFERENCIA = SPACES
029708         GO TO 2090-EXIT
029710     END-IF
029712     MOVE WS-CSV-REFERENCIA TO MED-REFERENCIA
029714     MOVE FEC-NEG-FECHA TO MED-FECHA
029716     READ MEDICION-HIST
029718         KEY IS MED-CLAVE
029720         INVALID KEY
029722             CONTINUE
029724     END-READ
029726     IF WS-MED-STATUS = "23"
029728         MOVE WS-CSV-REFERENCIA TO MED-REFERENCIA
029730         MOVE FEC-NEG-FECHA TO MED-FECHA
029732         MOVE 0 TO MED-AREA MED-PERIMETRO MED-FIGURAS
029734                   MED-ULT-SECUEN
029736         MOVE WS-CANTIDAD TO MED-FACTURADO
029738         ADD 1 TO WS-TOTAL-SIN-MEDICION
029740         WRITE MED-REGISTRO
029742             INVALID KEY
029744                 CONTINUE
029746         END-WRITE
029748         GO TO 2090-EXIT
029750     END-IF
029752     IF WS-MED-STATUS NOT = "00"
029754         GO TO 2090-EXIT
029756     END-IF
029758     ADD WS-CANTIDAD TO MED-FACTURADO
029760     REWRITE MED-REGISTRO
029762         INVALID KEY
029764             CONTINUE
029766     END-REWRITE.
029768 2090-EXIT.
029770     EXIT.
029772*================================================================
029800 2100-LEER-FILA.
029900*================================================================
030000     READ AREA-POL-CSV
031600     END-PERFORM.
031700 2200-EXIT.
031800     EXIT.
031804*================================================================
031808 2250-BUSCAR-RETENIDA.
031812*================================================================
031816     MOVE 0 TO WS-IDX-RET-HALLADO
031820     IF WS-CSV-REFERENCIA = SPACES
031824         GO TO 2250-EXIT
031828     END-IF
031832     PERFORM 2260-COMPARAR-RETENIDA THRU 2260-EXIT
031836         VARYING WS-IDX-RET FROM 1 BY 1
031840         UNTIL WS-IDX-RET > WS-NUM-RETENIDAS
031844            OR WS-IDX-RET-HALLADO > 0.
031848 2250-EXIT.
031852     EXIT.
031856*================================================================
031860 2260-COMPARAR-RETENIDA.
031864*================================================================
031868     IF WS-RET-REFERENCIA(WS-IDX-RET) = WS-CSV-REFERENCIA
031872         MOVE WS-IDX-RET TO WS-IDX-RET-HALLADO
031876     END-IF.
031880 2260-EXIT.
031884     EXIT.
031900*================================================================
032000 2300-BUSCAR-CLIENTE.
032100*================================================================
035600     END-IF.
035700 2400-EXIT.
035800     EXIT.
035801*================================================================
035802 2500-CALCULAR-IMPUESTO.
035803*================================================================
035804*    REGION FISCAL DEL CLIENTE Y TIPO VIGENTE DE ESA REGION. SIN
035805*    REGION O SIN TIPO, LA LINEA VA SIN IMPUESTO Y SE LISTA.
035806     MOVE SPACES TO WS-REGION-FISCAL
035807     MOVE 0 TO WS-TIPO-IMP WS-CUOTA
035808     MOVE 0 TO WS-IDX-FIS-HALLADO
035809     PERFORM 2510-COMPARAR-FISCAL THRU 2510-EXIT
035810         VARYING WS-IDX-FIS FROM 1 BY 1
035811         UNTIL WS-IDX-FIS > WS-NUM-FISCALES
035812            OR WS-IDX-FIS-HALLADO > 0
035813     IF WS-IDX-FIS-HALLADO > 0
035814         MOVE WS-FIS-REGION(WS-IDX-FIS-HALLADO)
035815             TO WS-REGION-FISCAL
035816         PERFORM 2520-BUSCAR-TIPO THRU 2520-EXIT
035817     END-IF
035818     IF WS-REGION-FISCAL = SPACES OR WS-IDX-FIS-HALLADO = 0
035819         ADD 1 TO WS-TOTAL-SIN-IMPUESTO
035820         MOVE SPACES TO RPT-LINEA
035821         STRING "SIN TIPO IMPOSITIVO PARA CLIENTE " WS-CLIENTE
035822             " (REFERENCIA " WS-CSV-REFERENCIA ")"
035823             DELIMITED BY SIZE INTO RPT-LINEA
035824         END-STRING
035825         WRITE RPT-LINEA
035826     ELSE
035827         MOVE WS-TIP-TIPO(WS-IDX-FIS-HALLADO) TO WS-TIPO-IMP
035828         COMPUTE WS-CUOTA ROUNDED = WS-IMPORTE * WS-TIPO-IMP / 100
035829             ON SIZE ERROR
035830                 MOVE 0 TO WS-CUOTA
035831         END-COMPUTE
035832     END-IF
035833     COMPUTE WS-BRUTO = WS-IMPORTE + WS-CUOTA
035834     PERFORM 2600-ACUMULAR-DESGLOSE THRU 2600-EXIT.
035835 2500-EXIT.
035836     EXIT.
035837*================================================================
035838 2510-COMPARAR-FISCAL.
035839*================================================================
035840     IF WS-FIS-CLIENTE(WS-IDX-FIS) = WS-CLIENTE
035841         MOVE WS-IDX-FIS TO WS-IDX-FIS-HALLADO
035842     END-IF.
035843 2510-EXIT.
035844     EXIT.
035845*================================================================
035846 2520-BUSCAR-TIPO.
035847*================================================================
035848     MOVE 0 TO WS-IDX-FIS-HALLADO
035849     PERFORM 2530-COMPARAR-TIPO THRU 2530-EXIT
035850         VARYING WS-IDX-FIS FROM 1 BY 1
035851         UNTIL WS-IDX-FIS > WS-NUM-TIPOS
035852            OR WS-IDX-FIS-HALLADO > 0.
035853 2520-EXIT.
035854     EXIT.
035855*================================================================
035856 2530-COMPARAR-TIPO.
035857*================================================================
035858     IF WS-TIP-REGION(WS-IDX-FIS) = WS-REGION-FISCAL
035859         MOVE WS-IDX-FIS TO WS-IDX-FIS-HALLADO
035860     END-IF.
035861 2530-EXIT.
035862     EXIT.
035863*================================================================
035864 2600-ACUMULAR-DESGLOSE.
035865*================================================================
035866     MOVE 0 TO WS-IDX-FIS-HALLADO
035867     PERFORM 2610-COMPARAR-DESGLOSE THRU 2610-EXIT
035868         VARYING WS-IDX-FIS FROM 1 BY 1
035869         UNTIL WS-IDX-FIS > WS-NUM-DESGLOSES
035870            OR WS-IDX-FIS-HALLADO > 0
035871     IF WS-IDX-FIS-HALLADO = 0 AND WS-NUM-DESGLOSES < 50
035872         ADD 1 TO WS-NUM-DESGLOSES
035873         MOVE WS-NUM-DESGLOSES TO WS-IDX-FIS-HALLADO
035874         MOVE WS-REGION-FISCAL
035875             TO WS-DES-REGION(WS-IDX-FIS-HALLADO)
035876         MOVE WS-TIPO-IMP TO WS-DES-TIPO(WS-IDX-FIS-HALLADO)
035877         MOVE 0 TO WS-DES-BASE(WS-IDX-FIS-HALLADO)
035878                   WS-DES-CUOTA(WS-IDX-FIS-HALLADO)
035879     END-IF
035880     IF WS-IDX-FIS-HALLADO > 0
035881         ADD WS-IMPORTE TO WS-DES-BASE(WS-IDX-FIS-HALLADO)
035882         ADD WS-CUOTA TO WS-DES-CUOTA(WS-IDX-FIS-HALLADO)
035883     END-IF.
035884 2600-EXIT.
035885     EXIT.
035886*================================================================
035887 2610-COMPARAR-DESGLOSE.
035888*================================================================
035889     IF WS-DES-REGION(WS-IDX-FIS) = WS-REGION-FISCAL
035890      AND WS-DES-TIPO(WS-IDX-FIS) = WS-TIPO-IMP
035891         MOVE WS-IDX-FIS TO WS-IDX-FIS-HALLADO
035892     END-IF.
035893 2610-EXIT.
035894     EXIT.
035899*================================================================
035904 2700-NUMERAR-FACTURA.
035909*================================================================
035914*    UN NUMERO POR LINEA ESCRITA EN FACTOUT, PEDIDO JUSTO ANTES
035919*    DE ESCRIBIRLA: UNA FILA DESCARTADA NO CONSUME NUMERO.
035924     MOVE "A"        TO NUM-STD-FUNCION
035929     MOVE "FACTURA"  TO NUM-STD-SERIE
035934     MOVE "FACTUPOL" TO NUM-STD-PROGRAMA
035939     MOVE 0          TO NUM-STD-BASE
035944     CALL "NUMERADOR" USING NUM-STD-AREA
035949     IF NUM-STD-ASIGNADO
035954         MOVE NUM-STD-NUMERO TO FAC-NUMERO
035959     ELSE
035964         MOVE 0 TO FAC-NUMERO
035969         ADD 1 TO WS-TOTAL-SIN-NUMERO
035974     END-IF.
035979 2700-EXIT.
035984     EXIT.
035989*================================================================
036000 4000-CERRAR-INTERFAZ.
036100*================================================================
036200     MOVE SPACES TO CTL-REGISTRO
037700     PERFORM 9100-TOTAL-CLIENTE THRU 9100-EXIT
037800         VARYING WS-IDX FROM 1 BY 1
037900         UNTIL WS-IDX > WS-NUM-CLIENTES
037910     MOVE "IMPUESTO POR REGION Y TIPO" TO RPT-LINEA
037920     WRITE RPT-LINEA
037930     PERFORM 9200-DESGLOSE-IMPUESTO THRU 9200-EXIT
037940         VARYING WS-IDX-FIS FROM 1 BY 1
037950         UNTIL WS-IDX-FIS > WS-NUM-DESGLOSES
038000     MOVE "FILAS DE DETALLE LEIDAS"   TO RPT-RESUMEN-ETIQUETA
038100     MOVE WS-TOTAL-LEIDAS             TO RPT-RESUMEN-VALOR
038200     WRITE RPT-RESUMEN-REGISTRO
038900     MOVE "FILAS SIN CLIENTE"         TO RPT-RESUMEN-ETIQUETA
039000     MOVE WS-TOTAL-SIN-CLIENTE        TO RPT-RESUMEN-VALOR
039100     WRITE RPT-RESUMEN-REGISTRO
039110     MOVE "ORDENES RECHAZADAS"        TO RPT-RESUMEN-ETIQUETA
039120     MOVE WS-TOTAL-ORD-RECHAZADAS     TO RPT-RESUMEN-VALOR
039130     WRITE RPT-RESUMEN-REGISTRO
039140     MOVE "FILAS SIN TIPO IMPOSITIVO"  TO RPT-RESUMEN-ETIQUETA
039150     MOVE WS-TOTAL-SIN-IMPUESTO       TO RPT-RESUMEN-VALOR
039160     WRITE RPT-RESUMEN-REGISTRO
039165     MOVE "FILAS REMEDIDAS"           TO RPT-RESUMEN-ETIQUETA
039170     MOVE WS-TOTAL-REMEDIDAS          TO RPT-RESUMEN-VALOR
039175     WRITE RPT-RESUMEN-REGISTRO
039180     MOVE "REMEDIDAS SIN DIFERENCIA"  TO RPT-RESUMEN-ETIQUETA
039185     MOVE WS-TOTAL-SIN-DIFERENCIA     TO RPT-RESUMEN-VALOR
039190     WRITE RPT-RESUMEN-REGISTRO
039192     MOVE "FILAS RETENIDAS POR SOLAPE" TO RPT-RESUMEN-ETIQUETA
039194     MOVE WS-TOTAL-RETENIDAS          TO RPT-RESUMEN-VALOR
039196     WRITE RPT-RESUMEN-REGISTRO
039197     MOVE "FACTURAS SIN NUMERO"       TO RPT-RESUMEN-ETIQUETA
039198     MOVE WS-TOTAL-SIN-NUMERO         TO RPT-RESUMEN-VALOR
039199     WRITE RPT-RESUMEN-REGISTRO
039201     MOVE "FACTURADAS SIN MEDICION"   TO RPT-RESUMEN-ETIQUETA
039203     MOVE WS-TOTAL-SIN-MEDICION       TO RPT-RESUMEN-VALOR
039205     WRITE RPT-RESUMEN-REGISTRO
039207     IF WS-TOTAL-SIN-TARIFA > 0 OR WS-TOTAL-SIN-CLIENTE > 0
039210      OR WS-TOTAL-ORD-RECHAZADAS > 0
039220      OR WS-TOTAL-SIN-IMPUESTO > 0
039230      OR WS-TOTAL-RETENIDAS > 0
039240      OR WS-TOTAL-SIN-NUMERO > 0
039300         MOVE 4 TO RETURN-CODE
039400     END-IF
039500     IF CSV-ABIERTO
039600         CLOSE AREA-POL-CSV
039700     END-IF
039710     IF HISTORIA-ABIERTA
039720         CLOSE MEDICION-HIST
039730     END-IF
039740     MOVE "C" TO NUM-STD-FUNCION
039750     CALL "NUMERADOR" USING NUM-STD-AREA
039800     CLOSE FACTURA-OUT FACTURA-RPT FACTURA-REJ.
039900 9000-EXIT.
040000     EXIT.
040100*================================================================
040700     WRITE RPT-DETALLE.
040800 9100-EXIT.
040900     EXIT.
040905*================================================================
040910 9200-DESGLOSE-IMPUESTO.
040915*================================================================
040920*    LAS LINEAS SIN REGION O SIN TIPO SALEN CON REGION "SIN".
040925     MOVE SPACES TO WS-LINEA-DESGLOSE
040930     MOVE WS-DES-REGION(WS-IDX-FIS) TO WS-LDES-REGION
040935     IF WS-DES-REGION(WS-IDX-FIS) = SPACES
040940         MOVE "SIN" TO WS-LDES-REGION
040945     END-IF
040950     MOVE WS-DES-TIPO(WS-IDX-FIS) TO WS-LDES-TIPO
040955     MOVE WS-DES-BASE(WS-IDX-FIS) TO WS-LDES-BASE
040960     MOVE WS-DES-CUOTA(WS-IDX-FIS) TO WS-LDES-CUOTA
040965     COMPUTE WS-LDES-BRUTO = WS-DES-BASE(WS-IDX-FIS)
040970                           + WS-DES-CUOTA(WS-IDX-FIS)
040975     WRITE RPT-LINEA FROM WS-LINEA-DESGLOSE.
040980 9200-EXIT.
040985     EXIT.
041410 END PROGRAM FACTUPOL.
