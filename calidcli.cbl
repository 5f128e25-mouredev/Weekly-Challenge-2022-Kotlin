000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CALIDCLI.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE CALIDAD DE DATOS.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CUADRO MENSUAL DE CALIDAD DE
001300*                    DATOS POR CLIENTE PARA LAS REVISIONES CON
001400*                    CLIENTES: REUNE LOS RECHAZOS DE TEXTOS
001500*                    (PALINDREJ Y ANAGRREJ, POR SU COPIA CON
001600*                    CLIENTE EN VOLTXT), LOS DE AREAPOLREJ
001700*                    (CLIENTE DE LA ORDEN EN ORDCLI) Y LOS
001800*                    FALLOS DE REGLA DE PREVALREJ, Y LOS DIAS
001900*                    QUE TARDO EN REPARARSE CADA ITEM DE LA
002000*                    COLA (REPARQUE). POR CLIENTE DA LA TASA DE
002100*                    RECHAZO DEL MES Y LA DEL ANTERIOR, LA TASA
002200*                    POR MOTIVO FRENTE A LA MEDIA DE LA CASA Y
002300*                    UN RANKING DE LOS PEORES (CALIDRPT).
002400*----------------------------------------------------------------
002500* TARJETA CALIDPAR: MES AAAAMM. SIN TARJETA, O CON EL MES EN
002600* BLANCO, SE TOMA EL MES ANTERIOR AL DE LA FECHA DE NEGOCIO; EL
002700* MES DE COMPARACION ES EL PREVIO AL TOMADO. LA TASA ES RECHAZOS
002800* ENTRE ENVIOS, Y ENVIOS SON LOS REGISTROS DE TEXTOS DE VOLTXT
002900* (FACTURABLES MAS RECHAZADOS), LAS FILAS DE AREAPOLCSV, Y LOS
003000* RECHAZOS DE AREAPOLREJ Y PREVALREJ, QUE NO LLEGAN A LA SALIDA.
003100* EL CLIENTE DE UN RECHAZO REJSTD SALE DE SU IMAGEN: EL CODIGO DE
003200* ELTEXTO EN PALINDRO Y LA ORDEN (ORDCLI) EN AREAPOL; LOS DEMAS
003300* PROGRAMAS, Y LAS ORDENES QUE NO ESTAN EN ORDCLI, VAN AL CLIENTE
003400* INTERNO, COMO EN COSTEMES. UN ITEM DE LA COLA SE DA POR
003500* REPARADO CUANDO RESUBMIT ANOTA SU REENVIO APROBADO EN AUDITDIA
003600* (PROGRAMA Y LINAJE); LOS ITEMS SIN LINAJE NO SE PUEDEN SEGUIR Y
003700* SE CUENTAN APARTE. LAS GENERACIONES DIARIAS SON LAS QUE GUARDA
003800* ARCHNOCH (<FICHERO><AAAAMMDD>); LA QUE NO EXISTE NO CUENTA.
003900* RC 8 SI LA TARJETA NO ES VALIDA; RC 4 SI FALTA VOLTXT O ALGUNA
004000* TABLA SE LLENO.
004100*----------------------------------------------------------------
004200 ENVIRONMENT     DIVISION.
004300 INPUT-OUTPUT    SECTION.
004400 FILE-CONTROL.
004500     SELECT CALIDAD-PARM ASSIGN TO "CALIDPAR"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PAR-STATUS.
004800     SELECT VOLUMEN-TXT ASSIGN TO "VOLTXT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-VOL-STATUS.
005100     SELECT ORDEN-CLIENTE ASSIGN TO "ORDCLI"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ORD-STATUS.
005400     SELECT AREA-POL-GEN ASSIGN TO WS-NOMBRE-GEN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CSV-STATUS.
005700     SELECT RECHAZO-GEN ASSIGN TO WS-NOMBRE-GEN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-GEN-STATUS.
006000     SELECT AUDITORIA-DIA ASSIGN TO "AUDITDIA"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUD-STATUS.
006300     SELECT CALIDAD-RPT ASSIGN TO "CALIDRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500 DATA            DIVISION.
006600 FILE            SECTION.
006700 FD  CALIDAD-PARM
006800     RECORDING MODE IS F.
006900 01  PAR-REGISTRO.
007000     05  PAR-MES             PIC X(06).
007100     05  PAR-MES-N REDEFINES PAR-MES
007200                             PIC 9(06).
007300 FD  VOLUMEN-TXT
007400     RECORDING MODE IS F.
007500     COPY VOLREG.
007600 FD  ORDEN-CLIENTE
007700     RECORDING MODE IS F.
007800 01  ORD-REGISTRO.
007900     05  ORD-REFERENCIA      PIC X(10).
008000     05  ORD-CLIENTE         PIC X(08).
008100*    DETALLE DE AREA_POL (REFERENCIA;TIPO;AREA;PERIMETRO).
008200 FD  AREA-POL-GEN
008300     RECORDING MODE IS F.
008400 01  CSV-REGISTRO            PIC X(100).
008500*    GENERACIONES DE AREAPOLREJ, PREVALREJ Y REPARQUE (REJSTD).
008600 FD  RECHAZO-GEN
008700     RECORDING MODE IS F.
008800 01  GEN-REGISTRO            PIC X(8082).
008900 FD  AUDITORIA-DIA
009000     RECORDING MODE IS F.
009100     COPY AUDCAD.
009200 FD  CALIDAD-RPT
009300     RECORDING MODE IS F.
009400 01  RPT-LINEA               PIC X(100).
009500 01  RPT-CLIENTE-DET.
009600     05  RPT-CLI-CLIENTE     PIC X(08).
009700     05  FILLER              PIC X(02).
009800     05  RPT-CLI-ENVIOS      PIC Z(8)9.
009900     05  FILLER              PIC X(01).
010000     05  RPT-CLI-RECHAZOS    PIC Z(7)9.
010100     05  FILLER              PIC X(02).
010200     05  RPT-CLI-TASA        PIC ZZ9.99.
010300     05  FILLER              PIC X(02).
010400     05  RPT-CLI-TASA-ANT    PIC ZZ9.99.
010500     05  FILLER              PIC X(02).
010600     05  RPT-CLI-VARIACION   PIC -ZZ9.99.
010700     05  FILLER              PIC X(02).
010800     05  RPT-CLI-REPARADOS   PIC Z(5)9.
010900     05  FILLER              PIC X(02).
011000     05  RPT-CLI-DIAS-MEDIA  PIC ZZZ9.9.
011100     05  FILLER              PIC X(02).
011200     05  RPT-CLI-DIAS-MAX    PIC ZZZ9.
011300     05  FILLER              PIC X(02).
011400     05  RPT-CLI-PENDIENTES  PIC Z(5)9.
011500 01  RPT-MOTIVO-DET.
011600     05  FILLER              PIC X(02).
011700     05  RPT-MOT-ORIGEN      PIC X(08).
011800     05  FILLER              PIC X(01).
011900     05  RPT-MOT-MOTIVO      PIC X(30).
012000     05  RPT-MOT-RECHAZOS    PIC Z(6)9.
012100     05  FILLER              PIC X(02).
012200     05  RPT-MOT-TASA        PIC ZZ9.99.
012300     05  FILLER              PIC X(02).
012400     05  RPT-MOT-TASA-CASA   PIC ZZ9.99.
012500     05  FILLER              PIC X(02).
012600     05  RPT-MOT-DIFERENCIA  PIC -ZZ9.99.
012700     05  FILLER              PIC X(02).
012800     05  RPT-MOT-VARIACION   PIC -ZZ9.99.
012900 01  RPT-RANKING-DET.
013000     05  RPT-RAN-PUESTO      PIC Z9.
013100     05  FILLER              PIC X(02).
013200     05  RPT-RAN-CLIENTE     PIC X(08).
013300     05  FILLER              PIC X(02).
013400     05  RPT-RAN-TASA        PIC ZZ9.99.
013500     05  FILLER              PIC X(02).
013600     05  RPT-RAN-VECES-CASA  PIC ZZ9.99.
013700     05  FILLER              PIC X(02).
013800     05  RPT-RAN-VARIACION   PIC -ZZ9.99.
013900     05  FILLER              PIC X(02).
014000     05  RPT-RAN-PEOR-MOTIVO PIC X(30).
014100 01  RPT-RESUMEN-REGISTRO.
014200     05  RPT-RESUMEN-ETIQUETA PIC X(30).
014300     05  RPT-RESUMEN-VALOR    PIC Z(10)9.
014400     05  FILLER               PIC X(02).
014500     05  RPT-RESUMEN-NOTA     PIC X(40).
014600 WORKING-STORAGE SECTION.
014700*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
014800     COPY FECNEG.
014900*    REGISTRO DE RECHAZO ESTANDAR DE LA CADENA (COPY REJSTD).
015000     COPY REJSTD.
015100*    VISTA DE LA LINEA DE AUDITORIA (COPY AUDREG).
015200     COPY AUDREG.
015300 01  WS-PAR-STATUS           PIC X(02).
015400     88  WS-PAR-NO-EXISTE            VALUE "35".
015500 01  WS-VOL-STATUS           PIC X(02).
015600     88  WS-VOL-NO-EXISTE            VALUE "35".
015700     88  WS-VOL-FIN-FICHERO          VALUE "10".
015800 01  WS-ORD-STATUS           PIC X(02).
015900     88  WS-ORD-NO-EXISTE            VALUE "35".
016000     88  WS-ORD-FIN-FICHERO          VALUE "10".
016100 01  WS-CSV-STATUS           PIC X(02).
016200     88  WS-CSV-ABIERTO              VALUE "00".
016300     88  WS-CSV-FIN-FICHERO          VALUE "10".
016400 01  WS-GEN-STATUS           PIC X(02).
016500     88  WS-GEN-ABIERTO              VALUE "00".
016600     88  WS-GEN-FIN-FICHERO          VALUE "10".
016700 01  WS-AUD-STATUS           PIC X(02).
016800     88  WS-AUD-NO-EXISTE            VALUE "35".
016900     88  WS-AUD-FIN-FICHERO          VALUE "10".
017000 01  WS-PETICION-VALIDA      PIC X(01) VALUE "S".
017100     88  PETICION-VALIDA             VALUE "S".
017200*    MES DEL CUADRO (PERIODO 2) Y MES DE COMPARACION (PERIODO 1).
017300 01  WS-MES-CALIDAD          PIC 9(06) VALUE ZERO.
017400 01  WS-MES-CALIDAD-R REDEFINES WS-MES-CALIDAD.
017500     05  WS-MES-AAAA         PIC 9(04).
017600     05  WS-MES-MM           PIC 9(02).
017700 01  WS-TABLA-MESES.
017800     05  WS-MES-PERIODO      PIC 9(06) OCCURS 2 TIMES.
017900 01  WS-MES-NEGOCIO          PIC 9(06) VALUE ZERO.
018000 01  WS-PER                  PIC 9(01) COMP VALUE ZERO.
018100*    GENERACION DIARIA QUE SE ABRE (<FICHERO><AAAAMMDD>).
018200 01  WS-NOMBRE-GEN           PIC X(20) VALUE SPACES.
018300 01  WS-DIA                  PIC 9(02) VALUE ZERO.
018400 01  WS-FUENTE-GEN           PIC X(01) VALUE SPACE.
018500     88  FUENTE-AREAPOL              VALUE "A".
018600     88  FUENTE-PREVALID             VALUE "P".
018700     88  FUENTE-COLA                 VALUE "Q".
018800*    NOMBRES FIJOS: CLIENTE SIN CLIENTE PROPIO Y ORIGENES.
018900 01  WS-CLIENTE-INTERNO      PIC X(08) VALUE "INTERNO".
019000 01  WS-ORIGEN-PREVALID      PIC X(08) VALUE "PREVALID".
019100*----------------------------------------------------------------
019200* ORDENES CONOCIDAS, CLIENTES, MOTIVOS (ORIGEN + MOTIVO), PARES
019300* CLIENTE-MOTIVO E ITEMS DE LA COLA DEL MES, EN MEMORIA. LOS
019400* CONTADORES POR PERIODO VAN EN (1) EL MES DE COMPARACION Y (2)
019500* EL MES DEL CUADRO.
019600*----------------------------------------------------------------
019700 01  WS-TABLA-ORDENES.
019800     05  WS-NUM-ORDENES      PIC 9(04) COMP VALUE ZERO.
019900     05  WS-ORD-ENTRY OCCURS 2000 TIMES.
020000         10  WS-ORD-REF      PIC X(10).
020100         10  WS-ORD-CLI      PIC X(08).
020200 01  WS-TABLA-CLIENTES.
020300     05  WS-NUM-CLIENTES     PIC 9(04) COMP VALUE ZERO.
020400     05  WS-CLI-ENTRY OCCURS 500 TIMES.
020500         10  WS-CLI-CLIENTE  PIC X(08).
020600         10  WS-CLI-PERIODO  OCCURS 2 TIMES.
020700             15  WS-CLI-ENVIOS   PIC 9(09) COMP.
020800             15  WS-CLI-RECHAZOS PIC 9(09) COMP.
020900             15  WS-CLI-TASA     PIC 9(03)V9(02).
021000         10  WS-CLI-VARIACION PIC S9(03)V9(02).
021100         10  WS-CLI-REPARADOS PIC 9(07) COMP.
021200         10  WS-CLI-DIAS     PIC 9(09) COMP.
021300         10  WS-CLI-DIAS-MAX PIC 9(05) COMP.
021400         10  WS-CLI-PENDIENTES PIC 9(07) COMP.
021500         10  WS-CLI-PEOR-PAR PIC 9(04) COMP.
021600 01  WS-TABLA-MOTIVOS.
021700     05  WS-NUM-MOTIVOS      PIC 9(04) COMP VALUE ZERO.
021800     05  WS-MOT-ENTRY OCCURS 300 TIMES.
021900         10  WS-MOT-ORIGEN   PIC X(08).
022000         10  WS-MOT-MOTIVO   PIC X(30).
022100         10  WS-MOT-RECHAZOS PIC 9(09) COMP.
022200         10  WS-MOT-TASA-CASA PIC 9(03)V9(02).
022300 01  WS-TABLA-PARES.
022400     05  WS-NUM-PARES        PIC 9(04) COMP VALUE ZERO.
022500     05  WS-PAR-ENTRY OCCURS 3000 TIMES.
022600         10  WS-PAR-CLI      PIC 9(04) COMP.
022700         10  WS-PAR-MOT      PIC 9(04) COMP.
022800         10  WS-PAR-RECHAZOS PIC 9(07) COMP OCCURS 2 TIMES.
022900 01  WS-TABLA-ITEMS.
023000     05  WS-NUM-ITEMS        PIC 9(04) COMP VALUE ZERO.
023100     05  WS-ITM-ENTRY OCCURS 5000 TIMES.
023200         10  WS-ITM-PROGRAMA PIC X(08).
023300         10  WS-ITM-LINAJE   PIC X(27).
023400         10  WS-ITM-CLI      PIC 9(04) COMP.
023500         10  WS-ITM-FECHA    PIC 9(08).
023600         10  WS-ITM-REPARADO PIC 9(08).
023700*    RANKING: INDICES DE LA TABLA DE CLIENTES POR TASA DEL MES.
023800 01  WS-TABLA-ORDEN.
023900     05  WS-ORDEN-IDX        PIC 9(04) COMP OCCURS 500 TIMES.
024000 01  WS-CLIENTE-BUSCADO      PIC X(08) VALUE SPACES.
024100 01  WS-ORIGEN-BUSCADO       PIC X(08) VALUE SPACES.
024200 01  WS-MOTIVO-BUSCADO       PIC X(30) VALUE SPACES.
024300 01  WS-REFERENCIA-BUSCADA   PIC X(10) VALUE SPACES.
024400 01  WS-PROGRAMA-REENVIO     PIC X(08) VALUE SPACES.
024500 01  WS-LINAJE-REENVIO       PIC X(27) VALUE SPACES.
024600 01  WS-FECHA-REENVIO        PIC 9(08) VALUE ZERO.
024700 01  WS-ENVIOS               PIC 9(09) VALUE ZERO.
024800 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
024900 01  WS-IDX-BUS              PIC 9(04) COMP VALUE ZERO.
025000 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
025100 01  WS-IDX-CLI              PIC 9(04) COMP VALUE ZERO.
025200 01  WS-IDX-MOT              PIC 9(04) COMP VALUE ZERO.
025300 01  WS-IDX-PAR              PIC 9(04) COMP VALUE ZERO.
025400 01  WS-IDX-ORDEN            PIC 9(04) COMP VALUE ZERO.
025500 01  WS-IDX-BURBUJA          PIC 9(04) COMP VALUE ZERO.
025600 01  WS-AUX-ORDEN            PIC 9(04) COMP VALUE ZERO.
025700 01  WS-NUM-RANKING          PIC 9(04) COMP VALUE ZERO.
025800 01  WS-LISTADOS             PIC 9(02) COMP VALUE ZERO.
025900*----------------------------------------------------------------
026000* CAMPOS DE LAS TASAS Y DE LOS DIAS DE REPARACION.
026100*----------------------------------------------------------------
026200 01  WS-TASA                 PIC 9(03)V9(02) VALUE ZERO.
026300 01  WS-TASA-ANT             PIC 9(03)V9(02) VALUE ZERO.
026400 01  WS-TASA-CASA            PIC 9(03)V9(02) VALUE ZERO.
026500 01  WS-VECES-CASA           PIC 9(03)V9(02) VALUE ZERO.
026600 01  WS-DIFERENCIA           PIC S9(03)V9(02) VALUE ZERO.
026700 01  WS-DIAS-REPARACION      PIC S9(07) COMP VALUE ZERO.
026800 01  WS-DIAS-MEDIA           PIC 9(04)V9(01) VALUE ZERO.
026900 01  WS-TOTALES-CASA.
027000     05  WS-CASA-ENVIOS      PIC 9(09) COMP OCCURS 2 TIMES.
027100     05  WS-CASA-RECHAZOS    PIC 9(09) COMP OCCURS 2 TIMES.
027200     05  WS-CASA-TASA        PIC 9(03)V9(02) OCCURS 2 TIMES.
027300 01  WS-CONTADORES.
027400     05  WS-TOTAL-VOLUMENES  PIC 9(07) COMP VALUE ZERO.
027500     05  WS-TOTAL-RECH-TXT   PIC 9(07) COMP VALUE ZERO.
027600     05  WS-TOTAL-FILAS      PIC 9(07) COMP VALUE ZERO.
027700     05  WS-TOTAL-RECH-AREA  PIC 9(07) COMP VALUE ZERO.
027800     05  WS-TOTAL-RECH-PREV  PIC 9(07) COMP VALUE ZERO.
027900     05  WS-TOTAL-SIN-ORDEN  PIC 9(07) COMP VALUE ZERO.
028000     05  WS-TOTAL-ITEMS      PIC 9(07) COMP VALUE ZERO.
028100     05  WS-TOTAL-SIN-LINAJE PIC 9(07) COMP VALUE ZERO.
028200     05  WS-TOTAL-REENVIOS   PIC 9(07) COMP VALUE ZERO.
028300     05  WS-TOTAL-REPARADOS  PIC 9(07) COMP VALUE ZERO.
028400     05  WS-GEN-LEIDAS       PIC 9(05) COMP VALUE ZERO.
028500     05  WS-TOTAL-DESBORDADOS PIC 9(07) COMP VALUE ZERO.
028600 PROCEDURE       DIVISION.
028700*================================================================
028800 0000-MAINLINE.
028900*================================================================
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029100     IF PETICION-VALIDA
029200         PERFORM 1300-CARGAR-ORDENES THRU 1300-EXIT
029300         PERFORM 2000-CARGAR-VOLUMENES THRU 2000-EXIT
029400         PERFORM 2200-CARGAR-MES THRU 2200-EXIT
029500             VARYING WS-PER FROM 1 BY 1
029600             UNTIL WS-PER > 2
029700         PERFORM 3000-CARGAR-REENVIOS THRU 3000-EXIT
029800         PERFORM 5000-CALCULAR-TASAS THRU 5000-EXIT
029900         PERFORM 6000-ESCRIBIR-INFORME THRU 6000-EXIT
030000     END-IF
030100     PERFORM 9000-TERMINATE THRU 9000-EXIT
030200     GOBACK.
030300*================================================================
030400 1000-INITIALIZE.
030500*================================================================
030600     OPEN OUTPUT CALIDAD-RPT
030700     MOVE SPACES TO RPT-RESUMEN-REGISTRO
030800     CALL "FECHANEG" USING FEC-NEG-AREA
030900     MOVE FEC-NEG-FECHA(1:6) TO WS-MES-NEGOCIO
031000     MOVE 0 TO WS-CASA-ENVIOS(1) WS-CASA-ENVIOS(2)
031100               WS-CASA-RECHAZOS(1) WS-CASA-RECHAZOS(2)
031200     PERFORM 1200-LEER-TARJETA THRU 1200-EXIT
031300     IF NOT PETICION-VALIDA
031400         MOVE "MES NO VALIDO EN CALIDPAR" TO RPT-LINEA
031500         WRITE RPT-LINEA
031600         GO TO 1000-EXIT
031700     END-IF
031800     MOVE WS-MES-CALIDAD TO WS-MES-PERIODO(2)
031900     IF WS-MES-MM = 1
032000         SUBTRACT 1 FROM WS-MES-AAAA
032100         MOVE 12 TO WS-MES-MM
032200     ELSE
032300         SUBTRACT 1 FROM WS-MES-MM
032400     END-IF
032500     MOVE WS-MES-CALIDAD TO WS-MES-PERIODO(1)
032600     MOVE WS-MES-PERIODO(2) TO WS-MES-CALIDAD
032700     MOVE SPACES TO RPT-LINEA
032800     STRING "CUADRO DE CALIDAD DE DATOS POR CLIENTE - MES "
032900         DELIMITED BY SIZE
033000         WS-MES-PERIODO(2) DELIMITED BY SIZE
033100         " (COMPARADO CON " DELIMITED BY SIZE
033200         WS-MES-PERIODO(1) DELIMITED BY SIZE
033300         ")" DELIMITED BY SIZE
033400         INTO RPT-LINEA
033500     END-STRING
033600     WRITE RPT-LINEA.
033700 1000-EXIT.
033800     EXIT.
033900*================================================================
034000 1200-LEER-TARJETA.
034100*================================================================
034200*    POR OMISION SE TOMA EL MES ANTERIOR AL DE LA FECHA DE
034300*    NEGOCIO.
034400     MOVE WS-MES-NEGOCIO TO WS-MES-CALIDAD
034500     IF WS-MES-MM = 1
034600         SUBTRACT 1 FROM WS-MES-AAAA
034700         MOVE 12 TO WS-MES-MM
034800     ELSE
034900         SUBTRACT 1 FROM WS-MES-MM
035000     END-IF
035100     OPEN INPUT CALIDAD-PARM
035200     IF WS-PAR-NO-EXISTE
035300         GO TO 1200-EXIT
035400     END-IF
035500     READ CALIDAD-PARM
035600         AT END
035700             MOVE SPACES TO PAR-REGISTRO
035800     END-READ
035900     CLOSE CALIDAD-PARM
036000     IF PAR-MES = SPACES
036100         GO TO 1200-EXIT
036200     END-IF
036300     IF PAR-MES IS NUMERIC
036400         MOVE PAR-MES-N TO WS-MES-CALIDAD
036500     END-IF
036600     IF PAR-MES IS NOT NUMERIC
036700      OR WS-MES-MM < 1 OR WS-MES-MM > 12
036800         MOVE "N" TO WS-PETICION-VALIDA
036900     END-IF.
037000 1200-EXIT.
037100     EXIT.
037200*================================================================
037300 1300-CARGAR-ORDENES.
037400*================================================================
037500     OPEN INPUT ORDEN-CLIENTE
037600     IF WS-ORD-NO-EXISTE
037700         MOVE "SIN CRUCE ORDEN-CLIENTE ORDCLI" TO RPT-LINEA
037800         WRITE RPT-LINEA
037900         GO TO 1300-EXIT
038000     END-IF
038100     PERFORM 1310-LEER-ORDEN THRU 1310-EXIT
038200     PERFORM 1320-ANOTAR-ORDEN THRU 1320-EXIT
038300         UNTIL WS-ORD-FIN-FICHERO
038400     CLOSE ORDEN-CLIENTE.
038500 1300-EXIT.
038600     EXIT.
038700*================================================================
038800 1310-LEER-ORDEN.
038900*================================================================
039000     READ ORDEN-CLIENTE
039100         AT END
039200             MOVE "10" TO WS-ORD-STATUS
039300     END-READ.
039400 1310-EXIT.
039500     EXIT.
039600*================================================================
039700 1320-ANOTAR-ORDEN.
039800*================================================================
039900     IF ORD-REFERENCIA = SPACES
040000         GO TO 1320-SIGUIENTE
040100     END-IF
040200     IF WS-NUM-ORDENES NOT < 2000
040300         ADD 1 TO WS-TOTAL-DESBORDADOS
040400         GO TO 1320-SIGUIENTE
040500     END-IF
040600     ADD 1 TO WS-NUM-ORDENES
040700     MOVE ORD-REFERENCIA TO WS-ORD-REF(WS-NUM-ORDENES)
040800     MOVE ORD-CLIENTE    TO WS-ORD-CLI(WS-NUM-ORDENES).
040900 1320-SIGUIENTE.
041000     PERFORM 1310-LEER-ORDEN THRU 1310-EXIT.
041100 1320-EXIT.
041200     EXIT.
041300*================================================================
041400 2000-CARGAR-VOLUMENES.
041500*================================================================
041600*    LOS PROGRAMAS DE TEXTOS ANOTAN EN VOLTXT UN "V" POR CLIENTE Y
041700*    CORRIDA (ENVIOS = FACTURABLES + RECHAZADOS) Y UN "R" POR CADA
041800*    RECHAZO DE PALINDREJ O ANAGRREJ, CON SU CLIENTE Y MOTIVO.
041900     OPEN INPUT VOLUMEN-TXT
042000     IF WS-VOL-NO-EXISTE
042100         MOVE "SIN VOLUMEN DE TEXTOS VOLTXT" TO RPT-LINEA
042200         WRITE RPT-LINEA
042300         GO TO 2000-EXIT
042400     END-IF
042500     PERFORM 2010-LEER-VOLUMEN THRU 2010-EXIT
042600     PERFORM 2050-ANOTAR-VOLUMEN THRU 2050-EXIT
042700         UNTIL WS-VOL-FIN-FICHERO
042800     CLOSE VOLUMEN-TXT.
042900 2000-EXIT.
043000     EXIT.
043100*================================================================
043200 2010-LEER-VOLUMEN.
043300*================================================================
043400     READ VOLUMEN-TXT
043500         AT END
043600             MOVE "10" TO WS-VOL-STATUS
043700     END-READ.
043800 2010-EXIT.
043900     EXIT.
044000*================================================================
044100 2050-ANOTAR-VOLUMEN.
044200*================================================================
044300     EVALUATE VOL-FECHA(1:6)
044400         WHEN WS-MES-PERIODO(2)
044500             MOVE 2 TO WS-PER
044600         WHEN WS-MES-PERIODO(1)
044700             MOVE 1 TO WS-PER
044800         WHEN OTHER
044900             GO TO 2050-SIGUIENTE
045000     END-EVALUATE
045100     MOVE VOL-CLIENTE TO WS-CLIENTE-BUSCADO
045200     IF WS-CLIENTE-BUSCADO = SPACES
045300         MOVE WS-CLIENTE-INTERNO TO WS-CLIENTE-BUSCADO
045400     END-IF
045500     EVALUATE TRUE
045600         WHEN VOL-ES-VOLUMEN
045700             ADD 1 TO WS-TOTAL-VOLUMENES
045800             COMPUTE WS-ENVIOS = VOL-FACTURABLES + VOL-RECHAZADOS
045900             PERFORM 4100-ANOTAR-ENVIOS THRU 4100-EXIT
046000         WHEN VOL-ES-RECHAZO
046100             ADD 1 TO WS-TOTAL-RECH-TXT
046200             MOVE VOL-PROGRAMA TO WS-ORIGEN-BUSCADO
046300             MOVE VOL-MOTIVO TO WS-MOTIVO-BUSCADO
046400             PERFORM 4300-ANOTAR-RECHAZO THRU 4300-EXIT
046500         WHEN OTHER
046600             CONTINUE
046700     END-EVALUATE
046800     MOVE 0 TO WS-PER.
046900 2050-SIGUIENTE.
047000     PERFORM 2010-LEER-VOLUMEN THRU 2010-EXIT.
047100 2050-EXIT.
047200     EXIT.
047300*================================================================
047400 2200-CARGAR-MES.
047500*================================================================
047600*    LAS GENERACIONES DIARIAS DEL PERIODO; LA COLA DE REPARACION
047700*    SOLO SE LEE PARA EL MES DEL CUADRO.
047800     PERFORM 2210-CARGAR-DIA THRU 2210-EXIT
047900         VARYING WS-DIA FROM 1 BY 1
048000         UNTIL WS-DIA > 31.
048100 2200-EXIT.
048200     EXIT.
048300*================================================================
048400 2210-CARGAR-DIA.
048500*================================================================
048600     MOVE SPACES TO WS-NOMBRE-GEN
048700     STRING "AREAPOLCSV" WS-MES-PERIODO(WS-PER) WS-DIA
048800         DELIMITED BY SIZE INTO WS-NOMBRE-GEN
048900     END-STRING
049000     PERFORM 2300-LEER-AREAPOLCSV THRU 2300-EXIT
049100     MOVE SPACES TO WS-NOMBRE-GEN
049200     STRING "AREAPOLREJ" WS-MES-PERIODO(WS-PER) WS-DIA
049300         DELIMITED BY SIZE INTO WS-NOMBRE-GEN
049400     END-STRING
049500     SET FUENTE-AREAPOL TO TRUE
049600     PERFORM 2400-LEER-RECHAZOS THRU 2400-EXIT
049700     MOVE SPACES TO WS-NOMBRE-GEN
049800     STRING "PREVALREJ" WS-MES-PERIODO(WS-PER) WS-DIA
049900         DELIMITED BY SIZE INTO WS-NOMBRE-GEN
050000     END-STRING
050100     SET FUENTE-PREVALID TO TRUE
050200     PERFORM 2400-LEER-RECHAZOS THRU 2400-EXIT
050300     IF WS-PER = 2
050400         MOVE SPACES TO WS-NOMBRE-GEN
050500         STRING "REPARQUE" WS-MES-PERIODO(WS-PER) WS-DIA
050600             DELIMITED BY SIZE INTO WS-NOMBRE-GEN
050700         END-STRING
050800         SET FUENTE-COLA TO TRUE
050900         PERFORM 2400-LEER-RECHAZOS THRU 2400-EXIT
051000     END-IF.
051100 2210-EXIT.
051200     EXIT.
051300*================================================================
051400 2300-LEER-AREAPOLCSV.
051500*================================================================
051600     OPEN INPUT AREA-POL-GEN
051700     IF NOT WS-CSV-ABIERTO
051800         GO TO 2300-EXIT
051900     END-IF
052000     ADD 1 TO WS-GEN-LEIDAS
052100     PERFORM 2310-LEER-FILA THRU 2310-EXIT
052200     PERFORM 2320-ANOTAR-FILA THRU 2320-EXIT
052300         UNTIL WS-CSV-FIN-FICHERO
052400     CLOSE AREA-POL-GEN.
052500 2300-EXIT.
052600     EXIT.
052700*================================================================
052800 2310-LEER-FILA.
052900*================================================================
053000     READ AREA-POL-GEN
053100         AT END
053200             MOVE "10" TO WS-CSV-STATUS
053300     END-READ.
053400 2310-EXIT.
053500     EXIT.
053600*================================================================
053700 2320-ANOTAR-FILA.
053800*================================================================
053900*    LA FILA DE CABECERA DE COLUMNAS, LAS FILAS TOTAL;... Y LAS
054000*    LINEAS EN BLANCO NO SON DETALLE.
054100     IF CSV-REGISTRO = SPACES
054200      OR CSV-REGISTRO(1:11) = "REFERENCIA;"
054300      OR CSV-REGISTRO(1:6) = "TOTAL;"
054400         GO TO 2320-SIGUIENTE
054500     END-IF
054600     ADD 1 TO WS-TOTAL-FILAS
054700     MOVE SPACES TO WS-REFERENCIA-BUSCADA
054800     UNSTRING CSV-REGISTRO DELIMITED BY ";"
054900         INTO WS-REFERENCIA-BUSCADA
055000     END-UNSTRING
055100     PERFORM 4500-CLIENTE-DE-ORDEN THRU 4500-EXIT
055200     MOVE 1 TO WS-ENVIOS
055300     PERFORM 4100-ANOTAR-ENVIOS THRU 4100-EXIT.
055400 2320-SIGUIENTE.
055500     PERFORM 2310-LEER-FILA THRU 2310-EXIT.
055600 2320-EXIT.
055700     EXIT.
055800*================================================================
055900 2400-LEER-RECHAZOS.
056000*================================================================
056100     OPEN INPUT RECHAZO-GEN
056200     IF NOT WS-GEN-ABIERTO
056300         GO TO 2400-EXIT
056400     END-IF
056500     ADD 1 TO WS-GEN-LEIDAS
056600     PERFORM 2410-LEER-RECHAZO THRU 2410-EXIT
056700     PERFORM 2420-ANOTAR-RECHAZO THRU 2420-EXIT
056800         UNTIL WS-GEN-FIN-FICHERO
056900     CLOSE RECHAZO-GEN.
057000 2400-EXIT.
057100     EXIT.
057200*================================================================
057300 2410-LEER-RECHAZO.
057400*================================================================
057500     READ RECHAZO-GEN
057600         AT END
057700             MOVE "10" TO WS-GEN-STATUS
057800         NOT AT END
057900             MOVE GEN-REGISTRO(1:8082) TO REJ-STD-REGISTRO
058000     END-READ.
058100 2410-EXIT.
058200     EXIT.
058300*================================================================
058400 2420-ANOTAR-RECHAZO.
058500*================================================================
058600*    LOS RECHAZOS DE AREAPOLREJ Y PREVALREJ CUENTAN COMO ENVIO Y
058700*    COMO RECHAZO; LOS ITEMS DE LA COLA SOLO SE SIGUEN HASTA SU
058800*    REENVIO.
058900     IF REJ-STD-PROGRAMA = SPACES
059000         GO TO 2420-SIGUIENTE
059100     END-IF
059200     PERFORM 4400-RESOLVER-CLIENTE THRU 4400-EXIT
059300     EVALUATE TRUE
059400         WHEN FUENTE-AREAPOL
059500             ADD 1 TO WS-TOTAL-RECH-AREA
059600             MOVE REJ-STD-PROGRAMA TO WS-ORIGEN-BUSCADO
059700         WHEN FUENTE-PREVALID
059800             ADD 1 TO WS-TOTAL-RECH-PREV
059900             MOVE WS-ORIGEN-PREVALID TO WS-ORIGEN-BUSCADO
060000         WHEN OTHER
060100             PERFORM 2430-ANOTAR-ITEM THRU 2430-EXIT
060200             GO TO 2420-SIGUIENTE
060300     END-EVALUATE
060400     MOVE 1 TO WS-ENVIOS
060500     PERFORM 4100-ANOTAR-ENVIOS THRU 4100-EXIT
060600     MOVE REJ-STD-MOTIVO TO WS-MOTIVO-BUSCADO
060700     PERFORM 4300-ANOTAR-RECHAZO THRU 4300-EXIT.
060800 2420-SIGUIENTE.
060900     PERFORM 2410-LEER-RECHAZO THRU 2410-EXIT.
061000 2420-EXIT.
061100     EXIT.
061200*================================================================
061300 2430-ANOTAR-ITEM.
061400*================================================================
061500*    UN MISMO ITEM PUEDE FIGURAR EN VARIAS FOTOS DE LA COLA: SE
061600*    ANOTA UNA SOLA VEZ, CON LA FECHA DE SU PRIMER RECHAZO.
061700     ADD 1 TO WS-TOTAL-ITEMS
061800     IF REJ-STD-LINAJE = SPACES
061900         ADD 1 TO WS-TOTAL-SIN-LINAJE
062000         GO TO 2430-EXIT
062100     END-IF
062200     MOVE REJ-STD-PROGRAMA TO WS-PROGRAMA-REENVIO
062300     MOVE REJ-STD-LINAJE TO WS-LINAJE-REENVIO
062400     PERFORM 4700-BUSCAR-ITEM THRU 4700-EXIT
062500     IF WS-IDX-HALLADO NOT = 0
062600         GO TO 2430-EXIT
062700     END-IF
062800     IF WS-NUM-ITEMS NOT < 5000
062900         ADD 1 TO WS-TOTAL-DESBORDADOS
063000         GO TO 2430-EXIT
063100     END-IF
063200     PERFORM 4000-BUSCAR-CLIENTE THRU 4000-EXIT
063300     IF WS-IDX-CLI = 0
063400         GO TO 2430-EXIT
063500     END-IF
063600     ADD 1 TO WS-NUM-ITEMS
063700     MOVE REJ-STD-PROGRAMA TO WS-ITM-PROGRAMA(WS-NUM-ITEMS)
063800     MOVE REJ-STD-LINAJE   TO WS-ITM-LINAJE(WS-NUM-ITEMS)
063900     MOVE WS-IDX-CLI       TO WS-ITM-CLI(WS-NUM-ITEMS)
064000     MOVE REJ-STD-FECHA    TO WS-ITM-FECHA(WS-NUM-ITEMS)
064100     MOVE 0                TO WS-ITM-REPARADO(WS-NUM-ITEMS).
064200 2430-EXIT.
064300     EXIT.
064400*================================================================
064500 3000-CARGAR-REENVIOS.
064600*================================================================
064700*    CADA REENVIO APROBADO DE RESUBMIT LLEVA EN LA CLAVE EL
064800*    PROGRAMA (1:8) Y EL LINAJE (10:27) DEL ITEM REPARADO.
064900     IF WS-NUM-ITEMS = 0
065000         GO TO 3000-EXIT
065100     END-IF
065200     OPEN INPUT AUDITORIA-DIA
065300     IF WS-AUD-NO-EXISTE
065400         MOVE "SIN AUDITORIA AUDITDIA: NO HAY REENVIOS"
065500             TO RPT-LINEA
065600         WRITE RPT-LINEA
065700         GO TO 3000-EXIT
065800     END-IF
065900     PERFORM 3010-LEER-AUDITORIA THRU 3010-EXIT
066000     PERFORM 3050-ANOTAR-REENVIO THRU 3050-EXIT
066100         UNTIL WS-AUD-FIN-FICHERO
066200     CLOSE AUDITORIA-DIA.
066300 3000-EXIT.
066400     EXIT.
066500*================================================================
066600 3010-LEER-AUDITORIA.
066700*================================================================
066800     READ AUDITORIA-DIA
066900         AT END
067000             MOVE "10" TO WS-AUD-STATUS
067100         NOT AT END
067200             MOVE AUD-CAD-DATOS TO AUD-STD-REGISTRO
067300     END-READ.
067400 3010-EXIT.
067500     EXIT.
067600*================================================================
067700 3050-ANOTAR-REENVIO.
067800*================================================================
067900     IF AUD-STD-PROGRAMA NOT = "RESUBMIT"
068000      OR AUD-STD-DECISION NOT = "REENVIO APROBADO"
068100      OR AUD-STD-FECHA-HORA(1:8) NOT NUMERIC
068200         GO TO 3050-SIGUIENTE
068300     END-IF
068400     ADD 1 TO WS-TOTAL-REENVIOS
068500     MOVE AUD-STD-CLAVE(1:8) TO WS-PROGRAMA-REENVIO
068600     MOVE AUD-STD-CLAVE(10:27) TO WS-LINAJE-REENVIO
068700     MOVE AUD-STD-FECHA-HORA(1:8) TO WS-FECHA-REENVIO
068800     PERFORM 4700-BUSCAR-ITEM THRU 4700-EXIT
068900     IF WS-IDX-HALLADO NOT = 0
069000         IF WS-ITM-REPARADO(WS-IDX-HALLADO) = 0
069100          AND WS-FECHA-REENVIO NOT < WS-ITM-FECHA(WS-IDX-HALLADO)
069200             MOVE WS-FECHA-REENVIO
069300                 TO WS-ITM-REPARADO(WS-IDX-HALLADO)
069400         END-IF
069500     END-IF.
069600 3050-SIGUIENTE.
069700     PERFORM 3010-LEER-AUDITORIA THRU 3010-EXIT.
069800 3050-EXIT.
069900     EXIT.
070000*================================================================
070100 4000-BUSCAR-CLIENTE.
070200*================================================================
070300*    DEJA EN WS-IDX-CLI LA POSICION DEL CLIENTE, QUE SE CREA SI NO
070400*    EXISTE (0 = TABLA LLENA).
070500     MOVE 0 TO WS-IDX-CLI
070600     PERFORM 4010-COMPARAR-CLIENTE THRU 4010-EXIT
070700         VARYING WS-IDX-BUS FROM 1 BY 1
070800         UNTIL WS-IDX-BUS > WS-NUM-CLIENTES
070900            OR WS-IDX-CLI NOT = 0
071000     IF WS-IDX-CLI NOT = 0
071100         GO TO 4000-EXIT
071200     END-IF
071300     IF WS-NUM-CLIENTES NOT < 500
071400         ADD 1 TO WS-TOTAL-DESBORDADOS
071500         GO TO 4000-EXIT
071600     END-IF
071700     ADD 1 TO WS-NUM-CLIENTES
071800     MOVE WS-NUM-CLIENTES TO WS-IDX-CLI
071900     MOVE WS-CLIENTE-BUSCADO TO WS-CLI-CLIENTE(WS-IDX-CLI)
072000     MOVE 0 TO WS-CLI-ENVIOS(WS-IDX-CLI 1)
072100               WS-CLI-ENVIOS(WS-IDX-CLI 2)
072200               WS-CLI-RECHAZOS(WS-IDX-CLI 1)
072300               WS-CLI-RECHAZOS(WS-IDX-CLI 2)
072400               WS-CLI-TASA(WS-IDX-CLI 1)
072500               WS-CLI-TASA(WS-IDX-CLI 2)
072600               WS-CLI-VARIACION(WS-IDX-CLI)
072700               WS-CLI-REPARADOS(WS-IDX-CLI)
072800               WS-CLI-DIAS(WS-IDX-CLI)
072900               WS-CLI-DIAS-MAX(WS-IDX-CLI)
073000               WS-CLI-PENDIENTES(WS-IDX-CLI)
073100               WS-CLI-PEOR-PAR(WS-IDX-CLI).
073200 4000-EXIT.
073300     EXIT.
073400*================================================================
073500 4010-COMPARAR-CLIENTE.
073600*================================================================
073700     IF WS-CLI-CLIENTE(WS-IDX-BUS) = WS-CLIENTE-BUSCADO
073800         MOVE WS-IDX-BUS TO WS-IDX-CLI
073900     END-IF.
074000 4010-EXIT.
074100     EXIT.
074200*================================================================
074300 4100-ANOTAR-ENVIOS.
074400*================================================================
074500     PERFORM 4000-BUSCAR-CLIENTE THRU 4000-EXIT
074600     IF WS-IDX-CLI = 0
074700         GO TO 4100-EXIT
074800     END-IF
074900     ADD WS-ENVIOS TO WS-CLI-ENVIOS(WS-IDX-CLI WS-PER)
075000     ADD WS-ENVIOS TO WS-CASA-ENVIOS(WS-PER).
075100 4100-EXIT.
075200     EXIT.
075300*================================================================
075400 4300-ANOTAR-RECHAZO.
075500*================================================================
075600*    UN RECHAZO SUMA AL CLIENTE, AL MOTIVO (ORIGEN + MOTIVO) Y AL
075700*    PAR CLIENTE-MOTIVO DEL PERIODO.
075800     PERFORM 4000-BUSCAR-CLIENTE THRU 4000-EXIT
075900     IF WS-IDX-CLI = 0
076000         GO TO 4300-EXIT
076100     END-IF
076200     ADD 1 TO WS-CLI-RECHAZOS(WS-IDX-CLI WS-PER)
076300     ADD 1 TO WS-CASA-RECHAZOS(WS-PER)
076400     IF WS-MOTIVO-BUSCADO = SPACES
076500         MOVE "SIN MOTIVO" TO WS-MOTIVO-BUSCADO
076600     END-IF
076700     MOVE 0 TO WS-IDX-MOT
076800     PERFORM 4310-COMPARAR-MOTIVO THRU 4310-EXIT
076900         VARYING WS-IDX-BUS FROM 1 BY 1
077000         UNTIL WS-IDX-BUS > WS-NUM-MOTIVOS
077100            OR WS-IDX-MOT NOT = 0
077200     IF WS-IDX-MOT = 0
077300         IF WS-NUM-MOTIVOS NOT < 300
077400             ADD 1 TO WS-TOTAL-DESBORDADOS
077500             GO TO 4300-EXIT
077600         END-IF
077700         ADD 1 TO WS-NUM-MOTIVOS
077800         MOVE WS-NUM-MOTIVOS TO WS-IDX-MOT
077900         MOVE WS-ORIGEN-BUSCADO TO WS-MOT-ORIGEN(WS-IDX-MOT)
078000         MOVE WS-MOTIVO-BUSCADO TO WS-MOT-MOTIVO(WS-IDX-MOT)
078100         MOVE 0 TO WS-MOT-RECHAZOS(WS-IDX-MOT)
078200                   WS-MOT-TASA-CASA(WS-IDX-MOT)
078300     END-IF
078400     IF WS-PER = 2
078500         ADD 1 TO WS-MOT-RECHAZOS(WS-IDX-MOT)
078600     END-IF
078700     MOVE 0 TO WS-IDX-PAR
078800     PERFORM 4320-COMPARAR-PAR THRU 4320-EXIT
078900         VARYING WS-IDX-BUS FROM 1 BY 1
079000         UNTIL WS-IDX-BUS > WS-NUM-PARES
079100            OR WS-IDX-PAR NOT = 0
079200     IF WS-IDX-PAR = 0
079300         IF WS-NUM-PARES NOT < 3000
079400             ADD 1 TO WS-TOTAL-DESBORDADOS
079500             GO TO 4300-EXIT
079600         END-IF
079700         ADD 1 TO WS-NUM-PARES
079800         MOVE WS-NUM-PARES TO WS-IDX-PAR
079900         MOVE WS-IDX-CLI TO WS-PAR-CLI(WS-IDX-PAR)
080000         MOVE WS-IDX-MOT TO WS-PAR-MOT(WS-IDX-PAR)
080100         MOVE 0 TO WS-PAR-RECHAZOS(WS-IDX-PAR 1)
080200                   WS-PAR-RECHAZOS(WS-IDX-PAR 2)
080300     END-IF
080400     ADD 1 TO WS-PAR-RECHAZOS(WS-IDX-PAR WS-PER).
080500 4300-EXIT.
080600     EXIT.
080700*================================================================
080800 4310-COMPARAR-MOTIVO.
080900*================================================================
081000     IF WS-MOT-ORIGEN(WS-IDX-BUS) = WS-ORIGEN-BUSCADO
081100      AND WS-MOT-MOTIVO(WS-IDX-BUS) = WS-MOTIVO-BUSCADO
081200         MOVE WS-IDX-BUS TO WS-IDX-MOT
081300     END-IF.
081400 4310-EXIT.
081500     EXIT.
081600*================================================================
081700 4320-COMPARAR-PAR.
081800*================================================================
081900     IF WS-PAR-CLI(WS-IDX-BUS) = WS-IDX-CLI
082000      AND WS-PAR-MOT(WS-IDX-BUS) = WS-IDX-MOT
082100         MOVE WS-IDX-BUS TO WS-IDX-PAR
082200     END-IF.
082300 4320-EXIT.
082400     EXIT.
082500*================================================================
082600 4400-RESOLVER-CLIENTE.
082700*================================================================
082800*    EL CLIENTE DE UN RECHAZO REJSTD SEGUN EL PROGRAMA DUENO DE LA
082900*    IMAGEN: CODIGO DE ELTEXTO (1:8) O REFERENCIA DE LA ORDEN DE
083000*    AREAPOLIN (85:10). LOS DEMAS VAN AL CLIENTE INTERNO.
083100     EVALUATE REJ-STD-PROGRAMA
083200         WHEN "PALINDRO"
083300             MOVE REJ-STD-IMAGEN(1:8) TO WS-CLIENTE-BUSCADO
083400             IF WS-CLIENTE-BUSCADO = SPACES
083500                 MOVE WS-CLIENTE-INTERNO TO WS-CLIENTE-BUSCADO
083600             END-IF
083700         WHEN "AREAPOL"
083800             MOVE REJ-STD-IMAGEN(85:10) TO WS-REFERENCIA-BUSCADA
083900             PERFORM 4500-CLIENTE-DE-ORDEN THRU 4500-EXIT
084000         WHEN OTHER
084100             MOVE WS-CLIENTE-INTERNO TO WS-CLIENTE-BUSCADO
084200     END-EVALUATE.
084300 4400-EXIT.
084400     EXIT.
084500*================================================================
084600 4500-CLIENTE-DE-ORDEN.
084700*================================================================
084800     MOVE 0 TO WS-IDX-HALLADO
084900     PERFORM 4510-COMPARAR-ORDEN THRU 4510-EXIT
085000         VARYING WS-IDX-BUS FROM 1 BY 1
085100         UNTIL WS-IDX-BUS > WS-NUM-ORDENES
085200            OR WS-IDX-HALLADO NOT = 0
085300     IF WS-IDX-HALLADO = 0
085400         ADD 1 TO WS-TOTAL-SIN-ORDEN
085500         MOVE WS-CLIENTE-INTERNO TO WS-CLIENTE-BUSCADO
085600     ELSE
085700         MOVE WS-ORD-CLI(WS-IDX-HALLADO) TO WS-CLIENTE-BUSCADO
085800     END-IF.
085900 4500-EXIT.
086000     EXIT.
086100*================================================================
086200 4510-COMPARAR-ORDEN.
086300*================================================================
086400     IF WS-ORD-REF(WS-IDX-BUS) = WS-REFERENCIA-BUSCADA
086500         MOVE WS-IDX-BUS TO WS-IDX-HALLADO
086600     END-IF.
086700 4510-EXIT.
086800     EXIT.
086900*================================================================
087000 4700-BUSCAR-ITEM.
087100*================================================================
087200     MOVE 0 TO WS-IDX-HALLADO
087300     PERFORM 4710-COMPARAR-ITEM THRU 4710-EXIT
087400         VARYING WS-IDX-BUS FROM 1 BY 1
087500         UNTIL WS-IDX-BUS > WS-NUM-ITEMS
087600            OR WS-IDX-HALLADO NOT = 0.
087700 4700-EXIT.
087800     EXIT.
087900*================================================================
088000 4710-COMPARAR-ITEM.
088100*================================================================
088200     IF WS-ITM-LINAJE(WS-IDX-BUS) = WS-LINAJE-REENVIO
088300      AND WS-ITM-PROGRAMA(WS-IDX-BUS) = WS-PROGRAMA-REENVIO
088400         MOVE WS-IDX-BUS TO WS-IDX-HALLADO
088500     END-IF.
088600 4710-EXIT.
088700     EXIT.
088800*================================================================
088900 5000-CALCULAR-TASAS.
089000*================================================================
089100*    TASAS EN PORCENTAJE: DE LA CASA POR PERIODO, DE CADA CLIENTE
089200*    POR PERIODO, DE CADA MOTIVO EN LA CASA EN EL MES DEL CUADRO;
089300*    Y LOS DIAS DE REPARACION DE CADA ITEM DE LA COLA.
089400     PERFORM 5050-TASA-CASA THRU 5050-EXIT
089500         VARYING WS-PER FROM 1 BY 1
089600         UNTIL WS-PER > 2
089700     PERFORM 5100-TASA-CLIENTE THRU 5100-EXIT
089800         VARYING WS-IDX-CLI FROM 1 BY 1
089900         UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
090000     PERFORM 5200-TASA-MOTIVO THRU 5200-EXIT
090100         VARYING WS-IDX-MOT FROM 1 BY 1
090200         UNTIL WS-IDX-MOT > WS-NUM-MOTIVOS
090300     PERFORM 5300-PEOR-MOTIVO THRU 5300-EXIT
090400         VARYING WS-IDX-PAR FROM 1 BY 1
090500         UNTIL WS-IDX-PAR > WS-NUM-PARES
090600     PERFORM 5400-DIAS-ITEM THRU 5400-EXIT
090700         VARYING WS-IDX FROM 1 BY 1
090800         UNTIL WS-IDX > WS-NUM-ITEMS.
090900 5000-EXIT.
091000     EXIT.
091100*================================================================
091200 5050-TASA-CASA.
091300*================================================================
091400     MOVE 0 TO WS-CASA-TASA(WS-PER)
091500     IF WS-CASA-ENVIOS(WS-PER) > 0
091600         COMPUTE WS-CASA-TASA(WS-PER) ROUNDED =
091700             WS-CASA-RECHAZOS(WS-PER) * 100
091800             / WS-CASA-ENVIOS(WS-PER)
091900             ON SIZE ERROR
092000                 MOVE 999.99 TO WS-CASA-TASA(WS-PER)
092100         END-COMPUTE
092200     END-IF.
092300 5050-EXIT.
092400     EXIT.
092500*================================================================
092600 5100-TASA-CLIENTE.
092700*================================================================
092800*    UN CLIENTE CON RECHAZOS Y SIN ENVIOS CONOCIDOS (SOLO FALLOS
092900*    DE PREVALIDACION, POR EJEMPLO) TIENE UNA TASA DEL 100%.
093000     PERFORM 5110-TASA-PERIODO THRU 5110-EXIT
093100         VARYING WS-PER FROM 1 BY 1
093200         UNTIL WS-PER > 2
093300     COMPUTE WS-CLI-VARIACION(WS-IDX-CLI) =
093400         WS-CLI-TASA(WS-IDX-CLI 2) - WS-CLI-TASA(WS-IDX-CLI 1).
093500 5100-EXIT.
093600     EXIT.
093700*================================================================
093800 5110-TASA-PERIODO.
093900*================================================================
094000     MOVE 0 TO WS-CLI-TASA(WS-IDX-CLI WS-PER)
094100     IF WS-CLI-ENVIOS(WS-IDX-CLI WS-PER) > 0
094200         COMPUTE WS-CLI-TASA(WS-IDX-CLI WS-PER) ROUNDED =
094300             WS-CLI-RECHAZOS(WS-IDX-CLI WS-PER) * 100
094400             / WS-CLI-ENVIOS(WS-IDX-CLI WS-PER)
094500             ON SIZE ERROR
094600                 MOVE 100 TO WS-CLI-TASA(WS-IDX-CLI WS-PER)
094700         END-COMPUTE
094800     ELSE
094900         IF WS-CLI-RECHAZOS(WS-IDX-CLI WS-PER) > 0
095000             MOVE 100 TO WS-CLI-TASA(WS-IDX-CLI WS-PER)
095100         END-IF
095200     END-IF.
095300 5110-EXIT.
095400     EXIT.
095500*================================================================
095600 5200-TASA-MOTIVO.
095700*================================================================
095800     MOVE 0 TO WS-MOT-TASA-CASA(WS-IDX-MOT)
095900     IF WS-CASA-ENVIOS(2) > 0
096000         COMPUTE WS-MOT-TASA-CASA(WS-IDX-MOT) ROUNDED =
096100             WS-MOT-RECHAZOS(WS-IDX-MOT) * 100 / WS-CASA-ENVIOS(2)
096200             ON SIZE ERROR
096300                 MOVE 100 TO WS-MOT-TASA-CASA(WS-IDX-MOT)
096400         END-COMPUTE
096500     END-IF.
096600 5200-EXIT.
096700     EXIT.
096800*================================================================
096900 5300-PEOR-MOTIVO.
097000*================================================================
097100*    EL PEOR MOTIVO DE CADA CLIENTE ES EL DE MAS RECHAZOS EN EL
097200*    MES DEL CUADRO; SALE EN EL RANKING.
097300     MOVE WS-PAR-CLI(WS-IDX-PAR) TO WS-IDX-CLI
097400     IF WS-PAR-RECHAZOS(WS-IDX-PAR 2) = 0
097500         GO TO 5300-EXIT
097600     END-IF
097700     IF WS-CLI-PEOR-PAR(WS-IDX-CLI) = 0
097800         MOVE WS-IDX-PAR TO WS-CLI-PEOR-PAR(WS-IDX-CLI)
097900         GO TO 5300-EXIT
098000     END-IF
098100     MOVE WS-CLI-PEOR-PAR(WS-IDX-CLI) TO WS-IDX-BUS
098200     IF WS-PAR-RECHAZOS(WS-IDX-PAR 2)
098300        > WS-PAR-RECHAZOS(WS-IDX-BUS 2)
098400         MOVE WS-IDX-PAR TO WS-CLI-PEOR-PAR(WS-IDX-CLI)
098500     END-IF.
098600 5300-EXIT.
098700     EXIT.
098800*================================================================
098900 5400-DIAS-ITEM.
099000*================================================================
099100     MOVE WS-ITM-CLI(WS-IDX) TO WS-IDX-CLI
099200     IF WS-ITM-REPARADO(WS-IDX) = 0
099300      OR WS-ITM-FECHA(WS-IDX) NOT NUMERIC
099400      OR WS-ITM-FECHA(WS-IDX) = 0
099500         ADD 1 TO WS-CLI-PENDIENTES(WS-IDX-CLI)
099600         GO TO 5400-EXIT
099700     END-IF
099800     ADD 1 TO WS-TOTAL-REPARADOS
099900     ADD 1 TO WS-CLI-REPARADOS(WS-IDX-CLI)
100000     COMPUTE WS-DIAS-REPARACION =
100100         FUNCTION INTEGER-OF-DATE(WS-ITM-REPARADO(WS-IDX))
100200         - FUNCTION INTEGER-OF-DATE(WS-ITM-FECHA(WS-IDX))
100300     ADD WS-DIAS-REPARACION TO WS-CLI-DIAS(WS-IDX-CLI)
100400     IF WS-DIAS-REPARACION > WS-CLI-DIAS-MAX(WS-IDX-CLI)
100500         MOVE WS-DIAS-REPARACION TO WS-CLI-DIAS-MAX(WS-IDX-CLI)
100600     END-IF.
100700 5400-EXIT.
100800     EXIT.
100900*================================================================
101000 6000-ESCRIBIR-INFORME.
101100*================================================================
101200     MOVE SPACES TO RPT-LINEA
101300     WRITE RPT-LINEA
101400     MOVE "TASA DE RECHAZO POR CLIENTE (%) Y DIAS DE REPARACION"
101500         TO RPT-LINEA
101600     WRITE RPT-LINEA
101700     MOVE SPACES TO RPT-LINEA
101800     MOVE "CLIENTE      ENVIOS RECHAZOS   TASA  T.ANT   VARIAC"
101900         TO RPT-LINEA(1:52)
102000     MOVE "  REPARA  D.MEDIA  D.MAX  PENDIE" TO RPT-LINEA(53:32)
102100     WRITE RPT-LINEA
102200     PERFORM 6100-ESCRIBIR-CLIENTE THRU 6100-EXIT
102300         VARYING WS-IDX-CLI FROM 1 BY 1
102400         UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
102500     MOVE SPACES TO RPT-CLIENTE-DET
102600     MOVE "CASA" TO RPT-CLI-CLIENTE
102700     MOVE WS-CASA-ENVIOS(2)   TO RPT-CLI-ENVIOS
102800     MOVE WS-CASA-RECHAZOS(2) TO RPT-CLI-RECHAZOS
102900     MOVE WS-CASA-TASA(2)     TO RPT-CLI-TASA
103000     MOVE WS-CASA-TASA(1)     TO RPT-CLI-TASA-ANT
103100     COMPUTE WS-DIFERENCIA = WS-CASA-TASA(2) - WS-CASA-TASA(1)
103200     MOVE WS-DIFERENCIA       TO RPT-CLI-VARIACION
103300     WRITE RPT-CLIENTE-DET
103400     MOVE SPACES TO RPT-LINEA
103500     WRITE RPT-LINEA
103600     MOVE "TASA POR MOTIVO FRENTE A LA MEDIA DE LA CASA (%)"
103700         TO RPT-LINEA
103800     WRITE RPT-LINEA
103900     MOVE SPACES TO RPT-LINEA
104000     MOVE "  ORIGEN   MOTIVO                        RECHAZ"
104100         TO RPT-LINEA(1:47)
104200     MOVE "    TASA    CASA    DIFER   VARIAC" TO RPT-LINEA(48:34)
104300     WRITE RPT-LINEA
104400     PERFORM 6200-ESCRIBIR-MOTIVOS THRU 6200-EXIT
104500         VARYING WS-IDX-CLI FROM 1 BY 1
104600         UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
104700     PERFORM 6300-ORDENAR-POR-TASA THRU 6300-EXIT
104800     MOVE SPACES TO RPT-LINEA
104900     WRITE RPT-LINEA
105000     MOVE "PEORES CLIENTES DEL MES (REVISION CON CLIENTES)"
105100         TO RPT-LINEA
105200     WRITE RPT-LINEA
105300     MOVE SPACES TO RPT-LINEA
105400     MOVE "PU  CLIENTE     TASA  X CASA   VARIAC  PEOR MOTIVO"
105500         TO RPT-LINEA
105600     WRITE RPT-LINEA
105700     MOVE 0 TO WS-LISTADOS
105800     PERFORM 6400-ESCRIBIR-RANKING THRU 6400-EXIT
105900         VARYING WS-IDX-ORDEN FROM 1 BY 1
106000         UNTIL WS-IDX-ORDEN > WS-NUM-RANKING
106100            OR WS-LISTADOS >= 10
106200     PERFORM 6500-ESCRIBIR-RESUMEN THRU 6500-EXIT.
106300 6000-EXIT.
106400     EXIT.
106500*================================================================
106600 6100-ESCRIBIR-CLIENTE.
106700*================================================================
106800     MOVE SPACES TO RPT-CLIENTE-DET
106900     MOVE WS-CLI-CLIENTE(WS-IDX-CLI)       TO RPT-CLI-CLIENTE
107000     MOVE WS-CLI-ENVIOS(WS-IDX-CLI 2)      TO RPT-CLI-ENVIOS
107100     MOVE WS-CLI-RECHAZOS(WS-IDX-CLI 2)    TO RPT-CLI-RECHAZOS
107200     MOVE WS-CLI-TASA(WS-IDX-CLI 2)        TO RPT-CLI-TASA
107300     MOVE WS-CLI-TASA(WS-IDX-CLI 1)        TO RPT-CLI-TASA-ANT
107400     MOVE WS-CLI-VARIACION(WS-IDX-CLI)     TO RPT-CLI-VARIACION
107500     MOVE WS-CLI-REPARADOS(WS-IDX-CLI)     TO RPT-CLI-REPARADOS
107600     MOVE 0 TO WS-DIAS-MEDIA
107700     IF WS-CLI-REPARADOS(WS-IDX-CLI) > 0
107800         COMPUTE WS-DIAS-MEDIA ROUNDED =
107900             WS-CLI-DIAS(WS-IDX-CLI)
108000             / WS-CLI-REPARADOS(WS-IDX-CLI)
108100     END-IF
108200     MOVE WS-DIAS-MEDIA                    TO RPT-CLI-DIAS-MEDIA
108300     MOVE WS-CLI-DIAS-MAX(WS-IDX-CLI)      TO RPT-CLI-DIAS-MAX
108400     MOVE WS-CLI-PENDIENTES(WS-IDX-CLI)    TO RPT-CLI-PENDIENTES
108500     WRITE RPT-CLIENTE-DET.
108600 6100-EXIT.
108700     EXIT.
108800*================================================================
108900 6200-ESCRIBIR-MOTIVOS.
109000*================================================================
109100     IF WS-CLI-RECHAZOS(WS-IDX-CLI 2) = 0
109200      AND WS-CLI-RECHAZOS(WS-IDX-CLI 1) = 0
109300         GO TO 6200-EXIT
109400     END-IF
109500     MOVE SPACES TO RPT-LINEA
109600     STRING "CLIENTE " DELIMITED BY SIZE
109700            WS-CLI-CLIENTE(WS-IDX-CLI) DELIMITED BY SIZE
109800         INTO RPT-LINEA
109900     END-STRING
110000     WRITE RPT-LINEA
110100     PERFORM 6250-ESCRIBIR-PAR THRU 6250-EXIT
110200         VARYING WS-IDX-PAR FROM 1 BY 1
110300         UNTIL WS-IDX-PAR > WS-NUM-PARES.
110400 6200-EXIT.
110500     EXIT.
110600*================================================================
110700 6250-ESCRIBIR-PAR.
110800*================================================================
110900*    TASA DEL MOTIVO EN EL CLIENTE FRENTE A LA DE LA CASA, Y SU
111000*    VARIACION SOBRE EL MES DE COMPARACION.
111100     IF WS-PAR-CLI(WS-IDX-PAR) NOT = WS-IDX-CLI
111200         GO TO 6250-EXIT
111300     END-IF
111400     MOVE WS-PAR-MOT(WS-IDX-PAR) TO WS-IDX-MOT
111500     MOVE 0 TO WS-TASA WS-TASA-ANT
111600     IF WS-CLI-ENVIOS(WS-IDX-CLI 2) > 0
111700         COMPUTE WS-TASA ROUNDED =
111800             WS-PAR-RECHAZOS(WS-IDX-PAR 2) * 100
111900             / WS-CLI-ENVIOS(WS-IDX-CLI 2)
112000             ON SIZE ERROR
112100                 MOVE 100 TO WS-TASA
112200         END-COMPUTE
112300     ELSE
112400         IF WS-PAR-RECHAZOS(WS-IDX-PAR 2) > 0
112500             MOVE 100 TO WS-TASA
112600         END-IF
112700     END-IF
112800     IF WS-CLI-ENVIOS(WS-IDX-CLI 1) > 0
112900         COMPUTE WS-TASA-ANT ROUNDED =
113000             WS-PAR-RECHAZOS(WS-IDX-PAR 1) * 100
113100             / WS-CLI-ENVIOS(WS-IDX-CLI 1)
113200             ON SIZE ERROR
113300                 MOVE 100 TO WS-TASA-ANT
113400         END-COMPUTE
113500     ELSE
113600         IF WS-PAR-RECHAZOS(WS-IDX-PAR 1) > 0
113700             MOVE 100 TO WS-TASA-ANT
113800         END-IF
113900     END-IF
114000     MOVE SPACES TO RPT-MOTIVO-DET
114100     MOVE WS-MOT-ORIGEN(WS-IDX-MOT)       TO RPT-MOT-ORIGEN
114200     MOVE WS-MOT-MOTIVO(WS-IDX-MOT)       TO RPT-MOT-MOTIVO
114300     MOVE WS-PAR-RECHAZOS(WS-IDX-PAR 2)   TO RPT-MOT-RECHAZOS
114400     MOVE WS-TASA                         TO RPT-MOT-TASA
114500     MOVE WS-MOT-TASA-CASA(WS-IDX-MOT)    TO RPT-MOT-TASA-CASA
114600     COMPUTE WS-DIFERENCIA =
114700         WS-TASA - WS-MOT-TASA-CASA(WS-IDX-MOT)
114800     MOVE WS-DIFERENCIA                   TO RPT-MOT-DIFERENCIA
114900     COMPUTE WS-DIFERENCIA = WS-TASA - WS-TASA-ANT
115000     MOVE WS-DIFERENCIA                   TO RPT-MOT-VARIACION
115100     WRITE RPT-MOTIVO-DET.
115200 6250-EXIT.
115300     EXIT.
115400*================================================================
115500 6300-ORDENAR-POR-TASA.
115600*================================================================
115700*    ENTRAN EN EL RANKING LOS CLIENTES CON RECHAZOS EN EL MES;
115800*    BURBUJA SOBRE UNA TABLA DE INDICES, TASA DESCENDENTE.
115900     MOVE 0 TO WS-NUM-RANKING
116000     PERFORM 6310-CANDIDATO THRU 6310-EXIT
116100         VARYING WS-IDX-CLI FROM 1 BY 1
116200         UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
116300     PERFORM 6320-PASADA THRU 6320-EXIT
116400         VARYING WS-IDX-ORDEN FROM 1 BY 1
116500         UNTIL WS-IDX-ORDEN >= WS-NUM-RANKING.
116600 6300-EXIT.
116700     EXIT.
116800*================================================================
116900 6310-CANDIDATO.
117000*================================================================
117100     IF WS-CLI-RECHAZOS(WS-IDX-CLI 2) > 0
117200         ADD 1 TO WS-NUM-RANKING
117300         MOVE WS-IDX-CLI TO WS-ORDEN-IDX(WS-NUM-RANKING)
117400     END-IF.
117500 6310-EXIT.
117600     EXIT.
117700*================================================================
117800 6320-PASADA.
117900*================================================================
118000     PERFORM 6330-COMPARAR-VECINOS THRU 6330-EXIT
118100         VARYING WS-IDX-BURBUJA FROM 1 BY 1
118200         UNTIL WS-IDX-BURBUJA > WS-NUM-RANKING - WS-IDX-ORDEN.
118300 6320-EXIT.
118400     EXIT.
118500*================================================================
118600 6330-COMPARAR-VECINOS.
118700*================================================================
118800     IF WS-CLI-TASA(WS-ORDEN-IDX(WS-IDX-BURBUJA) 2)
118900        < WS-CLI-TASA(WS-ORDEN-IDX(WS-IDX-BURBUJA + 1) 2)
119000         MOVE WS-ORDEN-IDX(WS-IDX-BURBUJA) TO WS-AUX-ORDEN
119100         MOVE WS-ORDEN-IDX(WS-IDX-BURBUJA + 1)
119200             TO WS-ORDEN-IDX(WS-IDX-BURBUJA)
119300         MOVE WS-AUX-ORDEN TO WS-ORDEN-IDX(WS-IDX-BURBUJA + 1)
119400     END-IF.
119500 6330-EXIT.
119600     EXIT.
119700*================================================================
119800 6400-ESCRIBIR-RANKING.
119900*================================================================
120000*    X CASA: CUANTAS VECES LA TASA DE LA CASA ES LA DEL CLIENTE.
120100     MOVE WS-ORDEN-IDX(WS-IDX-ORDEN) TO WS-IDX-CLI
120200     ADD 1 TO WS-LISTADOS
120300     MOVE 0 TO WS-VECES-CASA
120400     IF WS-CASA-TASA(2) > 0
120500         COMPUTE WS-VECES-CASA ROUNDED =
120600             WS-CLI-TASA(WS-IDX-CLI 2) / WS-CASA-TASA(2)
120700             ON SIZE ERROR
120800                 MOVE 999.99 TO WS-VECES-CASA
120900         END-COMPUTE
121000     END-IF
121100     MOVE SPACES TO RPT-RANKING-DET
121200     MOVE WS-LISTADOS                  TO RPT-RAN-PUESTO
121300     MOVE WS-CLI-CLIENTE(WS-IDX-CLI)   TO RPT-RAN-CLIENTE
121400     MOVE WS-CLI-TASA(WS-IDX-CLI 2)    TO RPT-RAN-TASA
121500     MOVE WS-VECES-CASA                TO RPT-RAN-VECES-CASA
121600     MOVE WS-CLI-VARIACION(WS-IDX-CLI) TO RPT-RAN-VARIACION
121700     IF WS-CLI-PEOR-PAR(WS-IDX-CLI) NOT = 0
121800         MOVE WS-CLI-PEOR-PAR(WS-IDX-CLI) TO WS-IDX-PAR
121900         MOVE WS-PAR-MOT(WS-IDX-PAR) TO WS-IDX-MOT
122000         MOVE WS-MOT-MOTIVO(WS-IDX-MOT) TO RPT-RAN-PEOR-MOTIVO
122100     END-IF
122200     WRITE RPT-RANKING-DET.
122300 6400-EXIT.
122400     EXIT.
122500*================================================================
122600 6500-ESCRIBIR-RESUMEN.
122700*================================================================
122800     MOVE SPACES TO RPT-LINEA
122900     WRITE RPT-LINEA
123000     MOVE SPACES TO RPT-RESUMEN-REGISTRO
123100     MOVE "VOLUMENES DE TEXTOS"       TO RPT-RESUMEN-ETIQUETA
123200     MOVE WS-TOTAL-VOLUMENES          TO RPT-RESUMEN-VALOR
123300     IF WS-VOL-NO-EXISTE
123400         MOVE "SIN FICHERO VOLTXT" TO RPT-RESUMEN-NOTA
123500     END-IF
123600     WRITE RPT-RESUMEN-REGISTRO
123700     MOVE SPACES TO RPT-RESUMEN-REGISTRO
123800     MOVE "RECHAZOS DE TEXTOS"        TO RPT-RESUMEN-ETIQUETA
123900     MOVE WS-TOTAL-RECH-TXT           TO RPT-RESUMEN-VALOR
124000     WRITE RPT-RESUMEN-REGISTRO
124100     MOVE SPACES TO RPT-RESUMEN-REGISTRO
124200     MOVE "GENERACIONES LEIDAS"       TO RPT-RESUMEN-ETIQUETA
124300     MOVE WS-GEN-LEIDAS               TO RPT-RESUMEN-VALOR
124400     WRITE RPT-RESUMEN-REGISTRO
124500     MOVE SPACES TO RPT-RESUMEN-REGISTRO
124600     MOVE "FILAS AREA_POL"            TO RPT-RESUMEN-ETIQUETA
124700     MOVE WS-TOTAL-FILAS              TO RPT-RESUMEN-VALOR
124800     WRITE RPT-RESUMEN-REGISTRO
124900     MOVE SPACES TO RPT-RESUMEN-REGISTRO
125000     MOVE "RECHAZOS DE AREAPOLREJ"    TO RPT-RESUMEN-ETIQUETA
125100     MOVE WS-TOTAL-RECH-AREA          TO RPT-RESUMEN-VALOR
125200     WRITE RPT-RESUMEN-REGISTRO
125300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
125400     MOVE "FALLOS DE REGLA PREVALREJ" TO RPT-RESUMEN-ETIQUETA
125500     MOVE WS-TOTAL-RECH-PREV          TO RPT-RESUMEN-VALOR
125600     WRITE RPT-RESUMEN-REGISTRO
125700     MOVE SPACES TO RPT-RESUMEN-REGISTRO
125800     MOVE "ORDENES SIN CLIENTE EN ORDCLI" TO RPT-RESUMEN-ETIQUETA
125900     MOVE WS-TOTAL-SIN-ORDEN          TO RPT-RESUMEN-VALOR
126000     IF WS-TOTAL-SIN-ORDEN > 0
126100         MOVE "IMPUTADAS AL CLIENTE INTERNO" TO RPT-RESUMEN-NOTA
126200     END-IF
126300     WRITE RPT-RESUMEN-REGISTRO
126400     MOVE SPACES TO RPT-RESUMEN-REGISTRO
126500     MOVE "ITEMS DE LA COLA EN EL MES" TO RPT-RESUMEN-ETIQUETA
126600     MOVE WS-TOTAL-ITEMS              TO RPT-RESUMEN-VALOR
126700     WRITE RPT-RESUMEN-REGISTRO
126800     MOVE SPACES TO RPT-RESUMEN-REGISTRO
126900     MOVE "ITEMS DISTINTOS SEGUIDOS"  TO RPT-RESUMEN-ETIQUETA
127000     MOVE WS-NUM-ITEMS                TO RPT-RESUMEN-VALOR
127100     WRITE RPT-RESUMEN-REGISTRO
127200     MOVE SPACES TO RPT-RESUMEN-REGISTRO
127300     MOVE "ITEMS SIN LINAJE"          TO RPT-RESUMEN-ETIQUETA
127400     MOVE WS-TOTAL-SIN-LINAJE         TO RPT-RESUMEN-VALOR
127500     IF WS-TOTAL-SIN-LINAJE > 0
127600         MOVE "NO SE PUEDE MEDIR SU REPARACION"
127700             TO RPT-RESUMEN-NOTA
127800     END-IF
127900     WRITE RPT-RESUMEN-REGISTRO
128000     MOVE SPACES TO RPT-RESUMEN-REGISTRO
128100     MOVE "REENVIOS EN AUDITDIA"      TO RPT-RESUMEN-ETIQUETA
128200     MOVE WS-TOTAL-REENVIOS           TO RPT-RESUMEN-VALOR
128300     WRITE RPT-RESUMEN-REGISTRO
128400     MOVE SPACES TO RPT-RESUMEN-REGISTRO
128500     MOVE "ITEMS REPARADOS"           TO RPT-RESUMEN-ETIQUETA
128600     MOVE WS-TOTAL-REPARADOS          TO RPT-RESUMEN-VALOR
128700     WRITE RPT-RESUMEN-REGISTRO
128800     MOVE SPACES TO RPT-RESUMEN-REGISTRO
128900     MOVE "DESBORDADOS"               TO RPT-RESUMEN-ETIQUETA
129000     MOVE WS-TOTAL-DESBORDADOS        TO RPT-RESUMEN-VALOR
129100     IF WS-TOTAL-DESBORDADOS > 0
129200         MOVE "ALGUNA TABLA SE LLENO" TO RPT-RESUMEN-NOTA
129300     END-IF
129400     WRITE RPT-RESUMEN-REGISTRO.
129500 6500-EXIT.
129600     EXIT.
129700*================================================================
129800 9000-TERMINATE.
129900*================================================================
130000     CLOSE CALIDAD-RPT
130100     EVALUATE TRUE
130200         WHEN NOT PETICION-VALIDA
130300             MOVE 8 TO RETURN-CODE
130400         WHEN WS-VOL-NO-EXISTE
130500          OR WS-TOTAL-DESBORDADOS > 0
130600             MOVE 4 TO RETURN-CODE
130700         WHEN OTHER
130800             MOVE 0 TO RETURN-CODE
130900     END-EVALUATE.
131000 9000-EXIT.
131100     EXIT.
131200 END PROGRAM CALIDCLI.
