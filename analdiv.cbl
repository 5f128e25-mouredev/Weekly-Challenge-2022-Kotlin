000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ANALDIV.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. ANALISIS DE COBERTURA Y
001300*                    CONFLICTOS DEL MAESTRO DE REGLAS DIVMAST
001400*                    PARA UNA VENTANA DE FECHAS Y EL RANGO DE
001500*                    FIZZPARM: SOLAPES DE VIGENCIA DE UN MISMO
001600*                    DIVISOR, MAPA DIA A DIA DEL JUEGO DE REGLAS
001700*                    EN VIGOR (AGRUPADO EN TRAMOS DE DIAS
001800*                    IGUALES), REGLAS QUE NUNCA SE DISPARAN EN EL
001900*                    RANGO, REGLAS SOMBREADAS (SIEMPRE SALEN
002000*                    JUNTO A OTRAS) Y REGLAS QUE FIZZBUZZ NO
002100*                    LLEGA A CARGAR. SE PASA ANTES DE APROBAR
002200*                    CADA LOTE DE MANTDIV; CON LA TARJETA PENDI
002300*                    EL ANALISIS INCLUYE LAS TRANSACCIONES DIVTRAN
002400*                    AUN NO APLICADAS.
002500*----------------------------------------------------------------
002600* TARJETAS ANALPARM (OPCIONALES):
002700*   VENTA AAAAMMDDAAAAMMDD  VENTANA DE FECHAS (POR DEFECTO, LA
002800*                           FECHA DE NEGOCIO Y LOS 30 DIAS
002900*                           SIGUIENTES).
003000*   PENDI                   APLICAR EN MEMORIA LAS TRANSACCIONES
003100*                           DIVTRAN, COMO LO HARIA MANTDIV.
003200* EL RANGO DE NUMEROS ES EL DE LA TARJETA RANGO DE FIZZPARM (1 A
003300* 100 SI NO HAY). CADA REGLA SE EVALUA COMO LO HACE FIZZBUZZ
003400* (DIVIS, CONTIENE, SUMA) Y, COMO FIZZBUZZ, SOLO LAS DIEZ
003500* PRIMERAS REGLAS EN VIGOR DE UN DIA CUENTAN.
003600*----------------------------------------------------------------
003700 ENVIRONMENT     DIVISION.
003800 INPUT-OUTPUT    SECTION.
003900 FILE-CONTROL.
004000     SELECT ANALISIS-PARM ASSIGN TO "ANALPARM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-APARM-STATUS.
004300     SELECT FIZZBUZZ-PARM ASSIGN TO "FIZZPARM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PARM-STATUS.
004600     SELECT DIVISOR-MAST ASSIGN TO "DIVMAST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-MAST-STATUS.
004900     SELECT DIVISOR-TRAN ASSIGN TO "DIVTRAN"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TRAN-STATUS.
005200     SELECT ANALISIS-RPT ASSIGN TO "ANALRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA            DIVISION.
005500 FILE            SECTION.
005600 FD  ANALISIS-PARM
005700     RECORDING MODE IS F.
005800 01  APARM-REGISTRO.
005900     05  APARM-TIPO          PIC X(05).
006000     05  APARM-DESDE         PIC X(08).
006100     05  APARM-HASTA         PIC X(08).
006200 FD  FIZZBUZZ-PARM
006300     RECORDING MODE IS F.
006400 01  PARM-REGISTRO.
006500     05  PARM-TIPO           PIC X(05).
006600     05  PARM-INICIO         PIC 9(09).
006700     05  PARM-FIN            PIC 9(09).
006800     05  PARM-DIVISOR        PIC 9(05).
006900     05  PARM-PALABRA        PIC X(20).
007000 FD  DIVISOR-MAST
007100     RECORDING MODE IS F.
007200 01  MAST-REGISTRO.
007300     05  MAST-DIVISOR        PIC 9(05).
007400     05  MAST-PALABRA        PIC X(20).
007500     05  MAST-DESDE          PIC 9(08).
007600     05  MAST-HASTA          PIC 9(08).
007700     05  MAST-TIPO-REGLA     PIC X(08).
007800 FD  DIVISOR-TRAN
007900     RECORDING MODE IS F.
008000 01  TRAN-REGISTRO.
008100     05  TRAN-ACCION         PIC X(01).
008200     05  TRAN-DIVISOR        PIC 9(05).
008300     05  TRAN-PALABRA        PIC X(20).
008400     05  TRAN-DESDE          PIC 9(08).
008500     05  TRAN-HASTA          PIC 9(08).
008600     05  TRAN-TIPO-REGLA     PIC X(08).
008700 FD  ANALISIS-RPT
008800     RECORDING MODE IS F.
008900 01  RPT-LINEA               PIC X(132).
009000 01  RPT-REGLA.
009100     05  FILLER              PIC X(03).
009200     05  RPT-REG-DIVISOR     PIC Z(4)9.
009300     05  FILLER              PIC X(01).
009400     05  RPT-REG-TIPO        PIC X(08).
009500     05  FILLER              PIC X(01).
009600     05  RPT-REG-PALABRA     PIC X(20).
009700     05  FILLER              PIC X(01).
009800     05  RPT-REG-DESDE       PIC 9(08).
009900     05  FILLER              PIC X(01).
010000     05  RPT-REG-HASTA       PIC X(08).
010100     05  FILLER              PIC X(01).
010200     05  RPT-REG-DISPAROS    PIC Z(8)9.
010300     05  FILLER              PIC X(01).
010400     05  RPT-REG-SOLOS       PIC Z(8)9.
010500     05  FILLER              PIC X(01).
010600     05  RPT-REG-NOTA        PIC X(50).
010700 01  RPT-RESUMEN-REGISTRO.
010800     05  RPT-RESUMEN-ETIQUETA PIC X(30).
010900     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
011000 WORKING-STORAGE SECTION.
011100*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
011200     COPY FECNEG.
011300 01  WS-APARM-STATUS         PIC X(02).
011400     88  WS-APARM-NO-EXISTE          VALUE "35".
011500     88  WS-APARM-FIN-FICHERO        VALUE "10".
011600 01  WS-PARM-STATUS          PIC X(02).
011700     88  WS-PARM-NO-EXISTE           VALUE "35".
011800     88  WS-PARM-FIN-FICHERO         VALUE "10".
011900 01  WS-MAST-STATUS          PIC X(02).
012000     88  WS-MAST-NO-EXISTE           VALUE "35".
012100     88  WS-MAST-FIN-FICHERO         VALUE "10".
012200 01  WS-TRAN-STATUS          PIC X(02).
012300     88  WS-TRAN-NO-EXISTE           VALUE "35".
012400     88  WS-TRAN-FIN-FICHERO         VALUE "10".
012500 01  WS-SWITCHES.
012600     05  WS-CON-PENDIENTES   PIC X(01) VALUE "N".
012700         88  CON-PENDIENTES          VALUE "S".
012800     05  WS-RANGO-RECORTADO  PIC X(01) VALUE "N".
012900         88  RANGO-RECORTADO         VALUE "S".
013000     05  WS-PRIMER-DIA       PIC X(01) VALUE "S".
013100         88  PRIMER-DIA              VALUE "S".
013200     05  WS-REGLA-CUMPLE     PIC X(01) VALUE "N".
013300         88  REGLA-CUMPLE            VALUE "S".
013400*----------------------------------------------------------------
013500* VENTANA DE FECHAS Y RANGO DE NUMEROS.
013600*----------------------------------------------------------------
013700 01  WS-VENTANA.
013800     05  WS-VEN-DESDE        PIC 9(08) VALUE ZERO.
013900     05  WS-VEN-HASTA        PIC 9(08) VALUE ZERO.
014000 01  WS-ENTERO-DESDE         PIC 9(08) COMP VALUE ZERO.
014100 01  WS-ENTERO-HASTA         PIC 9(08) COMP VALUE ZERO.
014200 01  WS-ENTERO-DIA           PIC 9(08) COMP VALUE ZERO.
014300 01  WS-FECHA-DIA            PIC 9(08) VALUE ZERO.
014400 01  WS-RANGO.
014500     05  WS-INICIO           PIC 9(09) VALUE 1.
014600     05  WS-FIN              PIC 9(09) VALUE 100.
014700 01  WS-RANGO-AUX            PIC 9(09) VALUE ZERO.
014800 01  WS-TOPE                 PIC 9(09) VALUE ZERO.
014900 01  WS-MAX-NUMEROS          PIC 9(09) VALUE 1000000.
015000 01  WS-HASTA-EDITADA        PIC X(08).
015100*----------------------------------------------------------------
015200* MAESTRO DE REGLAS EN MEMORIA (MISMA CAPACIDAD QUE MANTDIV).
015300*----------------------------------------------------------------
015400 01  WS-TABLA-MAESTRO.
015500     05  WS-NUM-REGLAS       PIC 9(03) COMP VALUE ZERO.
015600     05  WS-REGLA-ENTRY OCCURS 200 TIMES.
015700         10  WS-REG-DIVISOR  PIC 9(05).
015800         10  WS-REG-PALABRA  PIC X(20).
015900         10  WS-REG-DESDE    PIC 9(08).
016000         10  WS-REG-HASTA    PIC 9(08).
016100         10  WS-REG-TIPO     PIC X(08).
016200         10  WS-REG-BORRADA  PIC X(01).
016300 01  WS-IDX                  PIC 9(03) COMP VALUE ZERO.
016400 01  WS-IDX-2                PIC 9(03) COMP VALUE ZERO.
016500 01  WS-IDX-HALLADO          PIC 9(03) COMP VALUE ZERO.
016600 01  WS-FIN-1                PIC 9(08) VALUE ZERO.
016700 01  WS-FIN-2                PIC 9(08) VALUE ZERO.
016800 01  WS-SOLAPE-DESDE         PIC 9(08) VALUE ZERO.
016900 01  WS-SOLAPE-HASTA         PIC 9(08) VALUE ZERO.
017000*----------------------------------------------------------------
017100* TRAMOS DE DIAS CON EL MISMO JUEGO DE REGLAS: UNA "S" POR REGLA
017200* EN VIGOR EN LA POSICION DE LA REGLA.
017300*----------------------------------------------------------------
017400 01  WS-CLAVE-DIA            PIC X(200).
017500 01  WS-CLAVE-TRAMO          PIC X(200).
017600 01  WS-TRAMO-DESDE          PIC 9(08) VALUE ZERO.
017700 01  WS-TRAMO-HASTA          PIC 9(08) VALUE ZERO.
017800 01  WS-EN-VIGOR             PIC 9(03) COMP VALUE ZERO.
017900*    REGLAS QUE FIZZBUZZ CARGARIA EN EL TRAMO (LAS DIEZ PRIMERAS
018000*    EN VIGOR, EN EL ORDEN DEL MAESTRO) Y SUS CUENTAS EN EL RANGO.
018100 01  WS-TABLA-ACTIVAS.
018200     05  WS-NUM-ACTIVAS      PIC 9(02) COMP VALUE ZERO.
018300     05  WS-ACT-ENTRY OCCURS 10 TIMES.
018400         10  WS-ACT-REGLA    PIC 9(03) COMP.
018500         10  WS-ACT-CUMPLE   PIC X(01).
018600         10  WS-ACT-DISPAROS PIC 9(09) COMP.
018700         10  WS-ACT-SOLOS    PIC 9(09) COMP.
018800         10  WS-ACT-CON OCCURS 10 TIMES PIC 9(09) COMP.
018900 01  WS-ACT-A                PIC 9(02) COMP VALUE ZERO.
019000 01  WS-ACT-B                PIC 9(02) COMP VALUE ZERO.
019100 01  WS-CUANTAS-CUMPLEN      PIC 9(02) COMP VALUE ZERO.
019200*----------------------------------------------------------------
019300* EVALUACION DE UNA REGLA PARA UN NUMERO (COMO FIZZBUZZ).
019400*----------------------------------------------------------------
019500 01  NUMERO                  PIC 9(09) VALUE ZERO.
019600 01  RESULTADO               PIC 9(09) VALUE ZERO.
019700 01  RESTO                   PIC 9(05) VALUE ZERO.
019800 01  WS-NUM-EDITADO          PIC Z(8)9.
019900 01  WS-DIGITO-BUSCADO       PIC 9(01) VALUE ZERO.
020000 01  WS-DIGITO-X.
020100     05  WS-DIGITO-X-CAR     PIC X(01).
020200 01  WS-DIGITO-N REDEFINES WS-DIGITO-X PIC 9(01).
020300 01  WS-CUANTAS-VECES        PIC 9(02) COMP VALUE ZERO.
020400 01  WS-SUMA-DIGITOS         PIC 9(03) COMP VALUE ZERO.
020500 01  WS-IDX-DIGITO           PIC 9(02) COMP VALUE ZERO.
020600*----------------------------------------------------------------
020700* COMPOSICION DE NOTAS DEL INFORME.
020800*----------------------------------------------------------------
020900 01  WS-NOTA                 PIC X(132).
021000 01  WS-PUNTERO              PIC 9(03) COMP VALUE ZERO.
021100 01  WS-COMBINADA            PIC X(80).
021200 01  WS-PUNTERO-COMB         PIC 9(03) COMP VALUE ZERO.
021300 01  WS-DIVISOR-EDITADO      PIC Z(4)9.
021400 01  WS-CONTADORES.
021500     05  WS-TOTAL-PENDIENTES PIC 9(05) COMP VALUE ZERO.
021600     05  WS-TOTAL-PEND-IGNOR PIC 9(05) COMP VALUE ZERO.
021700     05  WS-TOTAL-SOLAPES    PIC 9(05) COMP VALUE ZERO.
021800     05  WS-TOTAL-TRAMOS     PIC 9(05) COMP VALUE ZERO.
021900     05  WS-TOTAL-NUNCA      PIC 9(05) COMP VALUE ZERO.
022000     05  WS-TOTAL-SOMBREADAS PIC 9(05) COMP VALUE ZERO.
022100     05  WS-TOTAL-NO-CARGADAS PIC 9(05) COMP VALUE ZERO.
022200 PROCEDURE       DIVISION.
022300*================================================================
022400 0000-MAINLINE.
022500*================================================================
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022700     PERFORM 2000-BUSCAR-SOLAPES THRU 2000-EXIT
022800     PERFORM 3000-MAPA-DE-REGLAS THRU 3000-EXIT
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT
023000     GOBACK.
023100*================================================================
023200 1000-INITIALIZE.
023300*================================================================
023400     OPEN OUTPUT ANALISIS-RPT
023500     MOVE SPACES TO RPT-LINEA
023600     CALL "FECHANEG" USING FEC-NEG-AREA
023700     MOVE FEC-NEG-FECHA TO WS-VEN-DESDE
023800     COMPUTE WS-VEN-HASTA = FUNCTION DATE-OF-INTEGER(
023900         FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA) + 30)
024000     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT
024100     PERFORM 1200-LEER-RANGO THRU 1200-EXIT
024200     PERFORM 1300-CARGAR-MAESTRO THRU 1300-EXIT
024300     IF CON-PENDIENTES
024400         PERFORM 1400-APLICAR-PENDIENTES THRU 1400-EXIT
024500     END-IF
024600     PERFORM 1500-ESCRIBIR-CABECERA THRU 1500-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900*================================================================
025000 1100-LEER-PARAMETROS.
025100*================================================================
025200     OPEN INPUT ANALISIS-PARM
025300     IF WS-APARM-NO-EXISTE
025400         GO TO 1100-EXIT
025500     END-IF
025600     PERFORM 1110-LEER-PARAMETRO THRU 1110-EXIT
025700     PERFORM 1120-ANOTAR-PARAMETRO THRU 1120-EXIT
025800         UNTIL WS-APARM-FIN-FICHERO
025900     CLOSE ANALISIS-PARM.
026000 1100-EXIT.
026100     EXIT.
026200*================================================================
026300 1110-LEER-PARAMETRO.
026400*================================================================
026500     READ ANALISIS-PARM
026600         AT END
026700             MOVE "10" TO WS-APARM-STATUS
026800     END-READ.
026900 1110-EXIT.
027000     EXIT.
027100*================================================================
027200 1120-ANOTAR-PARAMETRO.
027300*================================================================
027400*    UNA VENTANA CON FECHAS NO NUMERICAS O INVERTIDAS SE IGNORA
027500*    Y QUEDA LA DE DEFECTO.
027600     EVALUATE APARM-TIPO
027700         WHEN "VENTA"
027800             IF APARM-DESDE IS NUMERIC
027900              AND APARM-HASTA IS NUMERIC
028000              AND APARM-DESDE <= APARM-HASTA
028100              AND APARM-DESDE >= "16010101"
028200                 MOVE APARM-DESDE TO WS-VEN-DESDE
028300                 MOVE APARM-HASTA TO WS-VEN-HASTA
028400             END-IF
028500         WHEN "PENDI"
028600             SET CON-PENDIENTES TO TRUE
028700     END-EVALUATE
028800     PERFORM 1110-LEER-PARAMETRO THRU 1110-EXIT.
028900 1120-EXIT.
029000     EXIT.
029100*================================================================
029200 1200-LEER-RANGO.
029300*================================================================
029400*    EL RANGO SE TOMA DE LA MISMA TARJETA RANGO QUE USA FIZZBUZZ.
029500     OPEN INPUT FIZZBUZZ-PARM
029600     IF WS-PARM-NO-EXISTE
029700         GO TO 1200-TOPE
029800     END-IF
029900     PERFORM 1210-LEER-PARM THRU 1210-EXIT
030000     PERFORM 1220-TOMAR-RANGO THRU 1220-EXIT
030100         UNTIL WS-PARM-FIN-FICHERO
030200     CLOSE FIZZBUZZ-PARM.
030300 1200-TOPE.
030400     IF WS-INICIO > WS-FIN
030500         MOVE WS-INICIO TO WS-RANGO-AUX
030600         MOVE WS-FIN    TO WS-INICIO
030700         MOVE WS-RANGO-AUX TO WS-FIN
030800     END-IF
030900     MOVE WS-FIN TO WS-TOPE
031000     IF WS-FIN - WS-INICIO >= WS-MAX-NUMEROS
031100         COMPUTE WS-TOPE = WS-INICIO + WS-MAX-NUMEROS - 1
031200         SET RANGO-RECORTADO TO TRUE
031300     END-IF.
031400 1200-EXIT.
031500     EXIT.
031600*================================================================
031700 1210-LEER-PARM.
031800*================================================================
031900     READ FIZZBUZZ-PARM
032000         AT END
032100             MOVE "10" TO WS-PARM-STATUS
032200     END-READ.
032300 1210-EXIT.
032400     EXIT.
032500*================================================================
032600 1220-TOMAR-RANGO.
032700*================================================================
032800     IF PARM-TIPO = "RANGO"
032900         MOVE PARM-INICIO TO WS-INICIO
033000         MOVE PARM-FIN    TO WS-FIN
033100     END-IF
033200     PERFORM 1210-LEER-PARM THRU 1210-EXIT.
033300 1220-EXIT.
033400     EXIT.
033500*================================================================
033600 1300-CARGAR-MAESTRO.
033700*================================================================
033800     OPEN INPUT DIVISOR-MAST
033900     IF WS-MAST-NO-EXISTE
034000         GO TO 1300-EXIT
034100     END-IF
034200     PERFORM 1310-LEER-MAESTRO THRU 1310-EXIT
034300     PERFORM 1320-CARGAR-REGLA THRU 1320-EXIT
034400         UNTIL WS-MAST-FIN-FICHERO
034500     CLOSE DIVISOR-MAST.
034600 1300-EXIT.
034700     EXIT.
034800*================================================================
034900 1310-LEER-MAESTRO.
035000*================================================================
035100     READ DIVISOR-MAST
035200         AT END
035300             MOVE "10" TO WS-MAST-STATUS
035400     END-READ.
035500 1310-EXIT.
035600     EXIT.
035700*================================================================
035800 1320-CARGAR-REGLA.
035900*================================================================
036000     IF WS-NUM-REGLAS < 200
036100         ADD 1 TO WS-NUM-REGLAS
036200         MOVE MAST-DIVISOR TO WS-REG-DIVISOR(WS-NUM-REGLAS)
036300         MOVE MAST-PALABRA TO WS-REG-PALABRA(WS-NUM-REGLAS)
036400         MOVE MAST-DESDE   TO WS-REG-DESDE(WS-NUM-REGLAS)
036500         MOVE MAST-HASTA   TO WS-REG-HASTA(WS-NUM-REGLAS)
036600         MOVE MAST-TIPO-REGLA TO WS-REG-TIPO(WS-NUM-REGLAS)
036700         IF MAST-TIPO-REGLA = SPACES
036800             MOVE "DIVIS" TO WS-REG-TIPO(WS-NUM-REGLAS)
036900         END-IF
037000         MOVE "N" TO WS-REG-BORRADA(WS-NUM-REGLAS)
037100     END-IF
037200     PERFORM 1310-LEER-MAESTRO THRU 1310-EXIT.
037300 1320-EXIT.
037400     EXIT.
037500*================================================================
037600 1400-APLICAR-PENDIENTES.
037700*================================================================
037800*    MISMAS REGLAS QUE MANTDIV (CLAVE DIVISOR + DESDE); LO QUE
037900*    MANTDIV RECHAZARIA SE CUENTA COMO IGNORADO.
038000     OPEN INPUT DIVISOR-TRAN
038100     IF WS-TRAN-NO-EXISTE
038200         GO TO 1400-EXIT
038300     END-IF
038400     PERFORM 1410-LEER-PENDIENTE THRU 1410-EXIT
038500     PERFORM 1420-APLICAR-PENDIENTE THRU 1420-EXIT
038600         UNTIL WS-TRAN-FIN-FICHERO
038700     CLOSE DIVISOR-TRAN.
038800 1400-EXIT.
038900     EXIT.
039000*================================================================
039100 1410-LEER-PENDIENTE.
039200*================================================================
039300     READ DIVISOR-TRAN
039400         AT END
039500             MOVE "10" TO WS-TRAN-STATUS
039600     END-READ.
039700 1410-EXIT.
039800     EXIT.
039900*================================================================
040000 1420-APLICAR-PENDIENTE.
040100*================================================================
040200     ADD 1 TO WS-TOTAL-PENDIENTES
040300     PERFORM 1430-COMPARAR-CLAVE THRU 1430-EXIT
040400         VARYING WS-IDX FROM 1 BY 1
040500         UNTIL WS-IDX > WS-NUM-REGLAS
040600            OR (WS-REG-DIVISOR(WS-IDX) = TRAN-DIVISOR
040700            AND WS-REG-DESDE(WS-IDX) = TRAN-DESDE
040800            AND WS-REG-BORRADA(WS-IDX) = "N")
040900     MOVE 0 TO WS-IDX-HALLADO
041000     IF WS-IDX <= WS-NUM-REGLAS
041100         MOVE WS-IDX TO WS-IDX-HALLADO
041200     END-IF
041300     EVALUATE TRUE
041400         WHEN TRAN-ACCION = "A"
041500          AND WS-IDX-HALLADO = 0
041600          AND TRAN-DIVISOR > 0
041700          AND TRAN-PALABRA NOT = SPACES
041800          AND (TRAN-TIPO-REGLA = SPACES
041900            OR TRAN-TIPO-REGLA = "DIVIS"
042000            OR TRAN-TIPO-REGLA = "CONTIENE"
042100            OR TRAN-TIPO-REGLA = "SUMA")
042200          AND WS-NUM-REGLAS < 200
042300             ADD 1 TO WS-NUM-REGLAS
042400             MOVE TRAN-DIVISOR TO WS-REG-DIVISOR(WS-NUM-REGLAS)
042500             MOVE TRAN-PALABRA TO WS-REG-PALABRA(WS-NUM-REGLAS)
042600             MOVE TRAN-DESDE   TO WS-REG-DESDE(WS-NUM-REGLAS)
042700             MOVE TRAN-HASTA   TO WS-REG-HASTA(WS-NUM-REGLAS)
042800             MOVE TRAN-TIPO-REGLA TO WS-REG-TIPO(WS-NUM-REGLAS)
042900             IF TRAN-TIPO-REGLA = SPACES
043000                 MOVE "DIVIS" TO WS-REG-TIPO(WS-NUM-REGLAS)
043100             END-IF
043200             MOVE "N" TO WS-REG-BORRADA(WS-NUM-REGLAS)
043300         WHEN TRAN-ACCION = "C"
043400          AND WS-IDX-HALLADO > 0
043500          AND TRAN-PALABRA NOT = SPACES
043600             MOVE TRAN-PALABRA TO WS-REG-PALABRA(WS-IDX-HALLADO)
043700             MOVE TRAN-HASTA   TO WS-REG-HASTA(WS-IDX-HALLADO)
043800         WHEN TRAN-ACCION = "B"
043900          AND WS-IDX-HALLADO > 0
044000             MOVE "S" TO WS-REG-BORRADA(WS-IDX-HALLADO)
044100         WHEN OTHER
044200             ADD 1 TO WS-TOTAL-PEND-IGNOR
044300     END-EVALUATE
044400     PERFORM 1410-LEER-PENDIENTE THRU 1410-EXIT.
044500 1420-EXIT.
044600     EXIT.
044700*================================================================
044800 1430-COMPARAR-CLAVE.
044900*================================================================
045000*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
045100     CONTINUE.
045200 1430-EXIT.
045300     EXIT.
045400*================================================================
045500 1500-ESCRIBIR-CABECERA.
045600*================================================================
045700     MOVE "ANALISIS DE REGLAS DEL MAESTRO DIVMAST" TO RPT-LINEA
045800     WRITE RPT-LINEA
045900     MOVE SPACES TO RPT-LINEA
046000     STRING "VENTANA " DELIMITED BY SIZE
046100         WS-VEN-DESDE DELIMITED BY SIZE
046200         " A " DELIMITED BY SIZE
046300         WS-VEN-HASTA DELIMITED BY SIZE
046400         "   RANGO " DELIMITED BY SIZE
046500         WS-INICIO DELIMITED BY SIZE
046600         " A " DELIMITED BY SIZE
046700         WS-FIN DELIMITED BY SIZE
046800         INTO RPT-LINEA
046900     END-STRING
047000     WRITE RPT-LINEA
047100     IF RANGO-RECORTADO
047200         MOVE SPACES TO RPT-LINEA
047300         STRING "RANGO ANALIZADO SOLO HASTA " DELIMITED BY SIZE
047400             WS-TOPE DELIMITED BY SIZE
047500             INTO RPT-LINEA
047600         END-STRING
047700         WRITE RPT-LINEA
047800     END-IF
047900     IF CON-PENDIENTES
048000         MOVE "INCLUYE LAS TRANSACCIONES DIVTRAN PENDIENTES"
048100             TO RPT-LINEA
048200         WRITE RPT-LINEA
048300     END-IF
048400     MOVE SPACES TO RPT-LINEA.
048500 1500-EXIT.
048600     EXIT.
048700*================================================================
048800 2000-BUSCAR-SOLAPES.
048900*================================================================
049000*    DOS REGLAS DEL MISMO DIVISOR Y TIPO CON VIGENCIAS QUE SE
049100*    PISAN DENTRO DE LA VENTANA: FIZZBUZZ CARGA LAS DOS Y LA
049200*    PALABRA SALE REPETIDA.
049300     WRITE RPT-LINEA
049400     MOVE "SOLAPES DE VIGENCIA" TO RPT-LINEA
049500     WRITE RPT-LINEA
049600     PERFORM 2100-SOLAPES-DE-REGLA THRU 2100-EXIT
049700         VARYING WS-IDX FROM 1 BY 1
049800         UNTIL WS-IDX > WS-NUM-REGLAS
049900     IF WS-TOTAL-SOLAPES = 0
050000         MOVE "   NINGUNO" TO RPT-LINEA
050100         WRITE RPT-LINEA
050200     END-IF.
050300 2000-EXIT.
050400     EXIT.
050500*================================================================
050600 2100-SOLAPES-DE-REGLA.
050700*================================================================
050800     IF WS-REG-BORRADA(WS-IDX) = "S" OR WS-REG-DIVISOR(WS-IDX) = 0
050900         GO TO 2100-EXIT
051000     END-IF
051100     PERFORM 2110-COMPARAR-VIGENCIAS THRU 2110-EXIT
051200         VARYING WS-IDX-2 FROM WS-IDX BY 1
051300         UNTIL WS-IDX-2 > WS-NUM-REGLAS.
051400 2100-EXIT.
051500     EXIT.
051600*================================================================
051700 2110-COMPARAR-VIGENCIAS.
051800*================================================================
051900     IF WS-IDX-2 = WS-IDX
052000      OR WS-REG-BORRADA(WS-IDX-2) = "S"
052100      OR WS-REG-DIVISOR(WS-IDX-2) NOT = WS-REG-DIVISOR(WS-IDX)
052200      OR WS-REG-TIPO(WS-IDX-2) NOT = WS-REG-TIPO(WS-IDX)
052300         GO TO 2110-EXIT
052400     END-IF
052500*    HASTA A CERO ES VIGENCIA ABIERTA.
052600     MOVE WS-REG-HASTA(WS-IDX) TO WS-FIN-1
052700     IF WS-FIN-1 = 0
052800         MOVE 99999999 TO WS-FIN-1
052900     END-IF
053000     MOVE WS-REG-HASTA(WS-IDX-2) TO WS-FIN-2
053100     IF WS-FIN-2 = 0
053200         MOVE 99999999 TO WS-FIN-2
053300     END-IF
053400     MOVE WS-REG-DESDE(WS-IDX) TO WS-SOLAPE-DESDE
053500     IF WS-REG-DESDE(WS-IDX-2) > WS-SOLAPE-DESDE
053600         MOVE WS-REG-DESDE(WS-IDX-2) TO WS-SOLAPE-DESDE
053700     END-IF
053800     IF WS-VEN-DESDE > WS-SOLAPE-DESDE
053900         MOVE WS-VEN-DESDE TO WS-SOLAPE-DESDE
054000     END-IF
054100     MOVE WS-FIN-1 TO WS-SOLAPE-HASTA
054200     IF WS-FIN-2 < WS-SOLAPE-HASTA
054300         MOVE WS-FIN-2 TO WS-SOLAPE-HASTA
054400     END-IF
054500     IF WS-VEN-HASTA < WS-SOLAPE-HASTA
054600         MOVE WS-VEN-HASTA TO WS-SOLAPE-HASTA
054700     END-IF
054800     IF WS-SOLAPE-DESDE > WS-SOLAPE-HASTA
054900         GO TO 2110-EXIT
055000     END-IF
055100     ADD 1 TO WS-TOTAL-SOLAPES
055200     MOVE WS-IDX TO WS-IDX-HALLADO
055300     MOVE "SOLAPA CON LA SIGUIENTE" TO WS-NOTA
055400     PERFORM 2120-PREPARAR-LINEA THRU 2120-EXIT
055500     WRITE RPT-REGLA
055600     MOVE WS-IDX-2 TO WS-IDX-HALLADO
055700     MOVE SPACES TO WS-NOTA
055800     STRING "EN VIGOR LAS DOS DEL " DELIMITED BY SIZE
055900         WS-SOLAPE-DESDE DELIMITED BY SIZE
056000         " AL " DELIMITED BY SIZE
056100         WS-SOLAPE-HASTA DELIMITED BY SIZE
056200         INTO WS-NOTA
056300     END-STRING
056400     PERFORM 2120-PREPARAR-LINEA THRU 2120-EXIT
056500     WRITE RPT-REGLA.
056600 2110-EXIT.
056700     EXIT.
056800*================================================================
056900 2120-PREPARAR-LINEA.
057000*================================================================
057100*    PREPARA LA LINEA DE DETALLE DE LA REGLA WS-IDX-HALLADO CON
057200*    LA NOTA WS-NOTA; QUIEN LLAMA PONE LAS CUENTAS Y LA ESCRIBE.
057300     MOVE SPACES TO RPT-REGLA
057400     MOVE WS-REG-DIVISOR(WS-IDX-HALLADO) TO RPT-REG-DIVISOR
057500     MOVE WS-REG-TIPO(WS-IDX-HALLADO) TO RPT-REG-TIPO
057600     MOVE WS-REG-PALABRA(WS-IDX-HALLADO) TO RPT-REG-PALABRA
057700     MOVE WS-REG-DESDE(WS-IDX-HALLADO) TO RPT-REG-DESDE
057800     IF WS-REG-HASTA(WS-IDX-HALLADO) = 0
057900         MOVE "ABIERTA" TO RPT-REG-HASTA
058000     ELSE
058100         MOVE WS-REG-HASTA(WS-IDX-HALLADO) TO WS-HASTA-EDITADA
058200         MOVE WS-HASTA-EDITADA TO RPT-REG-HASTA
058300     END-IF
058400     MOVE WS-NOTA TO RPT-REG-NOTA.
058500 2120-EXIT.
058600     EXIT.
058700*================================================================
058800 3000-MAPA-DE-REGLAS.
058900*================================================================
059000*    SE RECORRE LA VENTANA DIA A DIA; LOS DIAS SEGUIDOS CON EL
059100*    MISMO JUEGO DE REGLAS FORMAN UN TRAMO, Y CADA TRAMO SE
059200*    ANALIZA CONTRA EL RANGO AL CERRARSE.
059300     MOVE SPACES TO RPT-LINEA
059400     WRITE RPT-LINEA
059500     MOVE "MAPA DE REGLAS EN VIGOR POR TRAMOS DE DIAS"
059510             TO RPT-LINEA
059600     WRITE RPT-LINEA
059700     MOVE "  DIVISOR TIPO     PALABRA              DESDE    HASTA"
059800         TO RPT-LINEA
059900     MOVE "DISPAROS     SOLOS NOTA" TO RPT-LINEA(68:24)
060000     WRITE RPT-LINEA
060100     COMPUTE WS-ENTERO-DESDE =
060200         FUNCTION INTEGER-OF-DATE(WS-VEN-DESDE)
060300     COMPUTE WS-ENTERO-HASTA =
060400         FUNCTION INTEGER-OF-DATE(WS-VEN-HASTA)
060500     PERFORM 3100-TRATAR-DIA THRU 3100-EXIT
060600         VARYING WS-ENTERO-DIA FROM WS-ENTERO-DESDE BY 1
060700         UNTIL WS-ENTERO-DIA > WS-ENTERO-HASTA
060800     IF NOT PRIMER-DIA
060900         PERFORM 3200-CERRAR-TRAMO THRU 3200-EXIT
061000     END-IF.
061100 3000-EXIT.
061200     EXIT.
061300*================================================================
061400 3100-TRATAR-DIA.
061500*================================================================
061600     COMPUTE WS-FECHA-DIA =
061700         FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
061800     MOVE ALL "N" TO WS-CLAVE-DIA
061900     PERFORM 3110-MARCAR-REGLA THRU 3110-EXIT
062000         VARYING WS-IDX FROM 1 BY 1
062100         UNTIL WS-IDX > WS-NUM-REGLAS
062200     IF PRIMER-DIA
062300         MOVE "N" TO WS-PRIMER-DIA
062400     ELSE
062500         IF WS-CLAVE-DIA = WS-CLAVE-TRAMO
062600             MOVE WS-FECHA-DIA TO WS-TRAMO-HASTA
062700             GO TO 3100-EXIT
062800         END-IF
062900         PERFORM 3200-CERRAR-TRAMO THRU 3200-EXIT
063000     END-IF
063100     MOVE WS-CLAVE-DIA TO WS-CLAVE-TRAMO
063200     MOVE WS-FECHA-DIA TO WS-TRAMO-DESDE
063300     MOVE WS-FECHA-DIA TO WS-TRAMO-HASTA.
063400 3100-EXIT.
063500     EXIT.
063600*================================================================
063700 3110-MARCAR-REGLA.
063800*================================================================
063900*    MISMO FILTRO DE VIGENCIA QUE FIZZBUZZ AL CARGAR EL MAESTRO.
064000     IF WS-REG-BORRADA(WS-IDX) = "N"
064100      AND WS-REG-DIVISOR(WS-IDX) > 0
064200      AND WS-REG-DESDE(WS-IDX) <= WS-FECHA-DIA
064300      AND (WS-REG-HASTA(WS-IDX) = 0
064400       OR WS-FECHA-DIA <= WS-REG-HASTA(WS-IDX))
064500         MOVE "S" TO WS-CLAVE-DIA(WS-IDX:1)
064600     END-IF.
064700 3110-EXIT.
064800     EXIT.
064900*================================================================
065000 3200-CERRAR-TRAMO.
065100*================================================================
065200     ADD 1 TO WS-TOTAL-TRAMOS
065300     MOVE 0 TO WS-EN-VIGOR
065400     INSPECT WS-CLAVE-TRAMO TALLYING WS-EN-VIGOR FOR ALL "S"
065500     MOVE SPACES TO RPT-LINEA
065600     WRITE RPT-LINEA
065700     MOVE WS-EN-VIGOR TO RPT-RESUMEN-VALOR
065800     STRING "TRAMO " DELIMITED BY SIZE
065900         WS-TRAMO-DESDE DELIMITED BY SIZE
066000         " A " DELIMITED BY SIZE
066100         WS-TRAMO-HASTA DELIMITED BY SIZE
066200         ": " DELIMITED BY SIZE
066300         RPT-RESUMEN-VALOR DELIMITED BY SIZE
066400         " REGLAS EN VIGOR" DELIMITED BY SIZE
066500         INTO RPT-LINEA
066600     END-STRING
066700     WRITE RPT-LINEA
066800     IF WS-EN-VIGOR = 0
066900         MOVE "   SIN REGLAS: FIZZBUZZ USARIA LAS TARJETAS DIVIS"
067000             TO RPT-LINEA
067100         WRITE RPT-LINEA
067200         GO TO 3200-EXIT
067300     END-IF
067400     MOVE 0 TO WS-NUM-ACTIVAS
067500     PERFORM 3210-TOMAR-ACTIVA THRU 3210-EXIT
067600         VARYING WS-IDX FROM 1 BY 1
067700         UNTIL WS-IDX > WS-NUM-REGLAS
067800     PERFORM 3300-EVALUAR-NUMERO THRU 3300-EXIT
067900         VARYING NUMERO FROM WS-INICIO BY 1
068000         UNTIL NUMERO > WS-TOPE
068100     PERFORM 3400-INFORMAR-ACTIVA THRU 3400-EXIT
068200         VARYING WS-ACT-A FROM 1 BY 1
068300         UNTIL WS-ACT-A > WS-NUM-ACTIVAS.
068400 3200-EXIT.
068500     EXIT.
068600*================================================================
068700 3210-TOMAR-ACTIVA.
068800*================================================================
068900*    PASADAS LAS DIEZ PRIMERAS, FIZZBUZZ YA NO CARGA MAS REGLAS.
069000     IF WS-CLAVE-TRAMO(WS-IDX:1) NOT = "S"
069100         GO TO 3210-EXIT
069200     END-IF
069300     IF WS-NUM-ACTIVAS = 10
069400         ADD 1 TO WS-TOTAL-NO-CARGADAS
069500         MOVE WS-IDX TO WS-IDX-HALLADO
069600         MOVE "** NO LA CARGA FIZZBUZZ (MAS DE 10 REGLAS)"
069700             TO WS-NOTA
069800         PERFORM 2120-PREPARAR-LINEA THRU 2120-EXIT
069900         WRITE RPT-REGLA
070000         GO TO 3210-EXIT
070100     END-IF
070200     ADD 1 TO WS-NUM-ACTIVAS
070300     MOVE WS-IDX TO WS-ACT-REGLA(WS-NUM-ACTIVAS)
070400     MOVE 0 TO WS-ACT-DISPAROS(WS-NUM-ACTIVAS)
070500     MOVE 0 TO WS-ACT-SOLOS(WS-NUM-ACTIVAS)
070600     PERFORM 3220-LIMPIAR-CRUCE THRU 3220-EXIT
070700         VARYING WS-ACT-B FROM 1 BY 1
070800         UNTIL WS-ACT-B > 10.
070900 3210-EXIT.
071000     EXIT.
071100*================================================================
071200 3220-LIMPIAR-CRUCE.
071300*================================================================
071400     MOVE 0 TO WS-ACT-CON(WS-NUM-ACTIVAS, WS-ACT-B).
071500 3220-EXIT.
071600     EXIT.
071700*================================================================
071800 3300-EVALUAR-NUMERO.
071900*================================================================
072000     MOVE 0 TO WS-CUANTAS-CUMPLEN
072100     PERFORM 3310-EVALUAR-REGLA THRU 3310-EXIT
072200         VARYING WS-ACT-A FROM 1 BY 1
072300         UNTIL WS-ACT-A > WS-NUM-ACTIVAS
072400     IF WS-CUANTAS-CUMPLEN = 0
072500         GO TO 3300-EXIT
072600     END-IF
072700     PERFORM 3350-CONTAR-DISPARO THRU 3350-EXIT
072800         VARYING WS-ACT-A FROM 1 BY 1
072900         UNTIL WS-ACT-A > WS-NUM-ACTIVAS.
073000 3300-EXIT.
073100     EXIT.
073200*================================================================
073300 3310-EVALUAR-REGLA.
073400*================================================================
073500     MOVE "N" TO WS-REGLA-CUMPLE
073600     MOVE WS-ACT-REGLA(WS-ACT-A) TO WS-IDX
073700     EVALUATE WS-REG-TIPO(WS-IDX)
073800         WHEN "CONTIENE"
073900             PERFORM 3330-REGLA-CONTIENE THRU 3330-EXIT
074000         WHEN "SUMA"
074100             PERFORM 3340-REGLA-SUMA THRU 3340-EXIT
074200         WHEN OTHER
074300             PERFORM 3320-REGLA-DIVISIBLE THRU 3320-EXIT
074400     END-EVALUATE
074500     MOVE WS-REGLA-CUMPLE TO WS-ACT-CUMPLE(WS-ACT-A)
074600     IF REGLA-CUMPLE
074700         ADD 1 TO WS-CUANTAS-CUMPLEN
074800     END-IF.
074900 3310-EXIT.
075000     EXIT.
075100*================================================================
075200 3320-REGLA-DIVISIBLE.
075300*================================================================
075400     DIVIDE NUMERO BY WS-REG-DIVISOR(WS-IDX)
075500         GIVING RESULTADO REMAINDER RESTO
075600     IF RESTO = 0
075700         SET REGLA-CUMPLE TO TRUE
075800     END-IF.
075900 3320-EXIT.
076000     EXIT.
076100*================================================================
076200 3330-REGLA-CONTIENE.
076300*================================================================
076400     COMPUTE WS-DIGITO-BUSCADO =
076500         FUNCTION MOD(WS-REG-DIVISOR(WS-IDX), 10)
076600     MOVE WS-DIGITO-BUSCADO TO WS-DIGITO-N
076700     MOVE NUMERO TO WS-NUM-EDITADO
076800     MOVE 0 TO WS-CUANTAS-VECES
076900     INSPECT WS-NUM-EDITADO
077000         TALLYING WS-CUANTAS-VECES
077100         FOR ALL WS-DIGITO-X-CAR
077200     IF WS-CUANTAS-VECES > 0
077300         SET REGLA-CUMPLE TO TRUE
077400     END-IF.
077500 3330-EXIT.
077600     EXIT.
077700*================================================================
077800 3340-REGLA-SUMA.
077900*================================================================
078000     MOVE 0 TO WS-SUMA-DIGITOS
078100     PERFORM 3345-SUMAR-DIGITO THRU 3345-EXIT
078200         VARYING WS-IDX-DIGITO FROM 1 BY 1
078300         UNTIL WS-IDX-DIGITO > 9
078400     DIVIDE WS-SUMA-DIGITOS BY WS-REG-DIVISOR(WS-IDX)
078500         GIVING RESULTADO REMAINDER RESTO
078600     IF RESTO = 0
078700         SET REGLA-CUMPLE TO TRUE
078800     END-IF.
078900 3340-EXIT.
079000     EXIT.
079100*================================================================
079200 3345-SUMAR-DIGITO.
079300*================================================================
079400     MOVE NUMERO(WS-IDX-DIGITO:1) TO WS-DIGITO-X-CAR
079500     ADD WS-DIGITO-N TO WS-SUMA-DIGITOS.
079600 3345-EXIT.
079700     EXIT.
079800*================================================================
079900 3350-CONTAR-DISPARO.
080000*================================================================
080100     IF WS-ACT-CUMPLE(WS-ACT-A) NOT = "S"
080200         GO TO 3350-EXIT
080300     END-IF
080400     ADD 1 TO WS-ACT-DISPAROS(WS-ACT-A)
080500     IF WS-CUANTAS-CUMPLEN = 1
080600         ADD 1 TO WS-ACT-SOLOS(WS-ACT-A)
080700         GO TO 3350-EXIT
080800     END-IF
080900     PERFORM 3360-CONTAR-CRUCE THRU 3360-EXIT
081000         VARYING WS-ACT-B FROM 1 BY 1
081100         UNTIL WS-ACT-B > WS-NUM-ACTIVAS.
081200 3350-EXIT.
081300     EXIT.
081400*================================================================
081500 3360-CONTAR-CRUCE.
081600*================================================================
081700     IF WS-ACT-B NOT = WS-ACT-A
081800      AND WS-ACT-CUMPLE(WS-ACT-B) = "S"
081900         ADD 1 TO WS-ACT-CON(WS-ACT-A, WS-ACT-B)
082000     END-IF.
082100 3360-EXIT.
082200     EXIT.
082300*================================================================
082400 3400-INFORMAR-ACTIVA.
082500*================================================================
082600*    UNA REGLA QUE SE DISPARA PERO NUNCA SOLA ESTA SOMBREADA:
082700*    SU PALABRA SIEMPRE SALE PEGADA A LAS DE LAS REGLAS QUE LA
082800*    ACOMPANAN EN TODOS SUS DISPAROS. SI ESAS PALABRAS, EN EL
082900*    ORDEN EN QUE FIZZBUZZ LAS COMPONE, YA DAN LA SUYA, LA REGLA
083000*    SOLO DUPLICA TEXTO.
083100     MOVE WS-ACT-REGLA(WS-ACT-A) TO WS-IDX-HALLADO
083200     MOVE SPACES TO WS-NOTA
083300     EVALUATE TRUE
083400         WHEN WS-ACT-DISPAROS(WS-ACT-A) = 0
083500             MOVE "** NUNCA SE DISPARA EN EL RANGO" TO WS-NOTA
083600             ADD 1 TO WS-TOTAL-NUNCA
083700         WHEN WS-ACT-SOLOS(WS-ACT-A) = 0
083800             MOVE "** SOMBREADA, SIEMPRE JUNTO A:" TO WS-NOTA
083900             ADD 1 TO WS-TOTAL-SOMBREADAS
084000     END-EVALUATE
084100     PERFORM 2120-PREPARAR-LINEA THRU 2120-EXIT
084200     MOVE WS-ACT-DISPAROS(WS-ACT-A) TO RPT-REG-DISPAROS
084300     MOVE WS-ACT-SOLOS(WS-ACT-A) TO RPT-REG-SOLOS
084400     WRITE RPT-REGLA
084500     IF WS-ACT-DISPAROS(WS-ACT-A) = 0
084600      OR WS-ACT-SOLOS(WS-ACT-A) > 0
084700         GO TO 3400-EXIT
084800     END-IF
084900     MOVE SPACES TO WS-NOTA
085000     MOVE SPACES TO WS-COMBINADA
085100     MOVE 1 TO WS-PUNTERO
085200     MOVE 1 TO WS-PUNTERO-COMB
085300     STRING "      " DELIMITED BY SIZE
085400         INTO WS-NOTA WITH POINTER WS-PUNTERO
085500     END-STRING
085600     PERFORM 3410-ANOTAR-COMPANERA THRU 3410-EXIT
085700         VARYING WS-ACT-B FROM 1 BY 1
085800         UNTIL WS-ACT-B > WS-NUM-ACTIVAS
085900     IF WS-COMBINADA = WS-REG-PALABRA(WS-IDX-HALLADO)
086000         STRING "(DUPLICA SU PALABRA)" DELIMITED BY SIZE
086100             INTO WS-NOTA WITH POINTER WS-PUNTERO
086200         END-STRING
086300     END-IF
086400     MOVE WS-NOTA TO RPT-LINEA
086500     WRITE RPT-LINEA.
086600 3400-EXIT.
086700     EXIT.
086800*================================================================
086900 3410-ANOTAR-COMPANERA.
087000*================================================================
087100     IF WS-ACT-B = WS-ACT-A
087200      OR WS-ACT-CON(WS-ACT-A, WS-ACT-B)
087300         NOT = WS-ACT-DISPAROS(WS-ACT-A)
087400         GO TO 3410-EXIT
087500     END-IF
087600     MOVE WS-ACT-REGLA(WS-ACT-B) TO WS-IDX
087700     MOVE WS-REG-DIVISOR(WS-IDX) TO WS-DIVISOR-EDITADO
087800     STRING FUNCTION TRIM(WS-DIVISOR-EDITADO) DELIMITED BY SIZE
087900         "/" DELIMITED BY SIZE
088000         FUNCTION TRIM(WS-REG-PALABRA(WS-IDX)) DELIMITED BY SIZE
088100         " " DELIMITED BY SIZE
088200         INTO WS-NOTA WITH POINTER WS-PUNTERO
088300     END-STRING
088400     STRING FUNCTION TRIM(WS-REG-PALABRA(WS-IDX))
088500         DELIMITED BY SIZE
088600         INTO WS-COMBINADA WITH POINTER WS-PUNTERO-COMB
088700     END-STRING.
088800 3410-EXIT.
088900     EXIT.
089000*================================================================
089100 9000-TERMINATE.
089200*================================================================
089300     MOVE SPACES TO RPT-LINEA
089400     WRITE RPT-LINEA
089500     MOVE "REGLAS EN EL MAESTRO"      TO RPT-RESUMEN-ETIQUETA
089600     MOVE WS-NUM-REGLAS               TO RPT-RESUMEN-VALOR
089700     WRITE RPT-RESUMEN-REGISTRO
089800     IF CON-PENDIENTES
089900         MOVE "TRANSACCIONES PENDIENTES"  TO RPT-RESUMEN-ETIQUETA
090000         MOVE WS-TOTAL-PENDIENTES     TO RPT-RESUMEN-VALOR
090100         WRITE RPT-RESUMEN-REGISTRO
090200         MOVE "PENDIENTES QUE SE RECHAZARIAN" TO
090300             RPT-RESUMEN-ETIQUETA
090400         MOVE WS-TOTAL-PEND-IGNOR     TO RPT-RESUMEN-VALOR
090500         WRITE RPT-RESUMEN-REGISTRO
090600     END-IF
090700     MOVE "SOLAPES DE VIGENCIA"       TO RPT-RESUMEN-ETIQUETA
090800     MOVE WS-TOTAL-SOLAPES            TO RPT-RESUMEN-VALOR
090900     WRITE RPT-RESUMEN-REGISTRO
091000     MOVE "TRAMOS DE DIAS"            TO RPT-RESUMEN-ETIQUETA
091100     MOVE WS-TOTAL-TRAMOS             TO RPT-RESUMEN-VALOR
091200     WRITE RPT-RESUMEN-REGISTRO
091300     MOVE "SIN DISPAROS (REGLA Y TRAMO)" TO RPT-RESUMEN-ETIQUETA
091400     MOVE WS-TOTAL-NUNCA              TO RPT-RESUMEN-VALOR
091500     WRITE RPT-RESUMEN-REGISTRO
091600     MOVE "SOMBREADAS (REGLA Y TRAMO)" TO RPT-RESUMEN-ETIQUETA
091700     MOVE WS-TOTAL-SOMBREADAS         TO RPT-RESUMEN-VALOR
091800     WRITE RPT-RESUMEN-REGISTRO
091900     MOVE "NO CARGADAS (REGLA Y TRAMO)" TO RPT-RESUMEN-ETIQUETA
092000     MOVE WS-TOTAL-NO-CARGADAS        TO RPT-RESUMEN-VALOR
092100     WRITE RPT-RESUMEN-REGISTRO
092200*    CUALQUIER HALLAZGO DEJA RC 4 PARA QUE EL LOTE SE REVISE
092300*    ANTES DE APROBARLO.
092400     IF WS-TOTAL-SOLAPES > 0 OR WS-TOTAL-NUNCA > 0
092500      OR WS-TOTAL-SOMBREADAS > 0 OR WS-TOTAL-NO-CARGADAS > 0
092600      OR WS-TOTAL-PEND-IGNOR > 0
092700         MOVE 4 TO RETURN-CODE
092800     END-IF
092900     CLOSE ANALISIS-RPT.
093000 9000-EXIT.
093100     EXIT.
093200 END PROGRAM ANALDIV.
