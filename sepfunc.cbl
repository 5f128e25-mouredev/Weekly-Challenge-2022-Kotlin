000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SEPFUNC.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. INFORME SEMANAL DE
001300*                    SEPARACION DE FUNCIONES PARA AUDITORIA
001400*                    INTERNA: REUNE LO QUE CADA OPERADOR HIZO EN
001500*                    AUDITDIA (ACCIONES CON OPERADOR: CERROJOS
001600*                    FORZADOS, CANDADOS ANULADOS, REENVIOS,
001700*                    APROBACIONES, CIERRES, REVERSIONES), EN
001800*                    CAMBLOG (MANTENIMIENTO DE CADA MAESTRO) Y EN
001900*                    ALERTHIST (ALERTAS QUE FIRMO), APLICA LA
002000*                    TABLA DE PARES DE ACTIVIDADES INCOMPATIBLES
002100*                    (SEPPARES, O LA DE SERIE) Y LISTA A TODO
002200*                    OPERADOR QUE HIZO LOS DOS LADOS DE UN PAR
002300*                    DENTRO DE SU VENTANA DE DIAS (SEPFRPT).
002400*----------------------------------------------------------------
002500* TARJETA SEPPAR (OPCIONAL): ULTIMO DIA DEL PERIODO (AAAAMMDD, POR
002600* DEFECTO LA FECHA DE NEGOCIO), DIAS DEL PERIODO (POR DEFECTO 7) Y
002700* VENTANA POR DEFECTO EN DIAS (POR DEFECTO 7). CADA TARJETA
002800* SEPPARES ES UN PAR: ACTIVIDAD A (12), ACTIVIDAD B (12), VENTANA
002900* EN DIAS (3, CERO = LA DE SEPPAR) Y DESCRIPCION (30). UNA
003000* ACTIVIDAD ES EL PROGRAMA DE AUDITDIA (P. EJ. ANULCER), CAM- Y
003100* EL MAESTRO DE CAMBLOG (P. EJ. CAM-DIVMAST) O ALR- Y EL PROGRAMA
003200* DE LA ALERTA FIRMADA (P. EJ. ALR-NUMAUDIT); UN "*" FINAL VALE
003300* POR CUALQUIER RESTO (CAM-*). HAY CONFLICTO CUANDO LAS DOS
003400* ACCIONES DISTAN COMO MUCHO LA VENTANA Y UNA AL MENOS CAE EN EL
003500* PERIODO. LAS ACCIONES RECHAZADAS O DENEGADAS NO CUENTAN, NI LAS
003600* ANOTACIONES DE CAMBLOG QUE ESCRIBE DESHACE AL REVERTIR (YA
003700* ESTAN EN AUDITDIA COMO DESHACE). NOCTURNO ANOTA LAS INICIALES
003800* DEL CANDADO, QUE CASAN CUANDO SON EL ID DEL OPERADOR.
003900* RC 4 SI HAY ALGUN CONFLICTO, RC 8 SI LA TARJETA NO ES VALIDA.
004000*----------------------------------------------------------------
004100 ENVIRONMENT     DIVISION.
004200 INPUT-OUTPUT    SECTION.
004300 FILE-CONTROL.
004400     SELECT SEPFUNC-PARM ASSIGN TO "SEPPAR"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PAR-STATUS.
004700     SELECT SEPFUNC-PARES ASSIGN TO "SEPPARES"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PRS-STATUS.
005000     SELECT AUDITORIA-DIA ASSIGN TO "AUDITDIA"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-AUD-STATUS.
005300     SELECT CAMBIOS-LOG ASSIGN TO "CAMBLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CAM-STATUS.
005600     SELECT ALERTA-HIST ASSIGN TO "ALERTHIST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-HIS-STATUS.
005900     SELECT SEPFUNC-RPT ASSIGN TO "SEPFRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100 DATA            DIVISION.
006200 FILE            SECTION.
006300 FD  SEPFUNC-PARM
006400     RECORDING MODE IS F.
006500 01  PAR-REGISTRO.
006600     05  PAR-HASTA           PIC X(08).
006700     05  PAR-HASTA-N REDEFINES PAR-HASTA PIC 9(08).
006800     05  PAR-DIAS            PIC X(03).
006900     05  PAR-DIAS-N REDEFINES PAR-DIAS PIC 9(03).
007000     05  PAR-VENTANA         PIC X(03).
007100     05  PAR-VENTANA-N REDEFINES PAR-VENTANA PIC 9(03).
007200 FD  SEPFUNC-PARES
007300     RECORDING MODE IS F.
007400 01  PRS-REGISTRO.
007500     05  PRS-ACTIVIDAD-A     PIC X(12).
007600     05  PRS-ACTIVIDAD-B     PIC X(12).
007700     05  PRS-VENTANA         PIC X(03).
007800     05  PRS-VENTANA-N REDEFINES PRS-VENTANA PIC 9(03).
007900     05  PRS-DESCRIPCION     PIC X(30).
008000 FD  AUDITORIA-DIA
008100     RECORDING MODE IS F.
008200     COPY AUDREG.
008300 FD  CAMBIOS-LOG
008400     RECORDING MODE IS F.
008500     COPY CAMREG.
008600 FD  ALERTA-HIST
008700     RECORDING MODE IS F.
008800 01  HIS-REGISTRO.
008900     05  HIS-ID              PIC 9(06).
009000     05  HIS-FECHA           PIC 9(08).
009100     05  HIS-PROGRAMA        PIC X(08).
009200     05  HIS-SEVERIDAD       PIC X(01).
009300     05  HIS-TEXTO           PIC X(60).
009400     05  HIS-RECONOCIDA-POR  PIC X(08).
009500     05  HIS-FECHA-RECO      PIC 9(08).
009600 FD  SEPFUNC-RPT
009700     RECORDING MODE IS F.
009800 01  RPT-LINEA               PIC X(100).
009900 01  RPT-PAR-REGISTRO.
010000     05  FILLER              PIC X(04).
010100     05  RPT-PAR-NUM         PIC Z9.
010200     05  FILLER              PIC X(02).
010300     05  RPT-PAR-A           PIC X(12).
010400     05  FILLER              PIC X(01).
010500     05  RPT-PAR-B           PIC X(12).
010600     05  FILLER              PIC X(02).
010700     05  RPT-PAR-VENTANA     PIC ZZ9.
010800     05  FILLER              PIC X(02).
010900     05  RPT-PAR-DESC        PIC X(30).
011000     05  FILLER              PIC X(30).
011100 01  RPT-DETALLE.
011200     05  RPT-OPERADOR        PIC X(08).
011300     05  FILLER              PIC X(02).
011400     05  RPT-NUM-PAR         PIC Z9.
011500     05  FILLER              PIC X(02).
011600     05  RPT-VECES           PIC Z(4)9.
011700     05  FILLER              PIC X(02).
011800     05  RPT-FECHA-A         PIC 9(08).
011900     05  FILLER              PIC X(01).
012000     05  RPT-DETALLE-A       PIC X(28).
012100     05  FILLER              PIC X(02).
012200     05  RPT-FECHA-B         PIC 9(08).
012300     05  FILLER              PIC X(01).
012400     05  RPT-DETALLE-B       PIC X(28).
012500     05  FILLER              PIC X(03).
012600 01  RPT-RESUMEN-REGISTRO.
012700     05  RPT-RESUMEN-ETIQUETA PIC X(30).
012800     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
012900     05  FILLER               PIC X(61).
013000 WORKING-STORAGE SECTION.
013100*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
013200     COPY FECNEG.
013300 01  WS-PAR-STATUS           PIC X(02).
013400     88  WS-PAR-NO-EXISTE            VALUE "35".
013500 01  WS-PRS-STATUS           PIC X(02).
013600     88  WS-PRS-NO-EXISTE            VALUE "35".
013700     88  WS-PRS-FIN-FICHERO          VALUE "10".
013800 01  WS-AUD-STATUS           PIC X(02).
013900     88  WS-AUD-NO-EXISTE            VALUE "35".
014000     88  WS-AUD-FIN-FICHERO          VALUE "10".
014100 01  WS-CAM-STATUS           PIC X(02).
014200     88  WS-CAM-NO-EXISTE            VALUE "35".
014300     88  WS-CAM-FIN-FICHERO          VALUE "10".
014400 01  WS-HIS-STATUS           PIC X(02).
014500     88  WS-HIS-NO-EXISTE            VALUE "35".
014600     88  WS-HIS-FIN-FICHERO          VALUE "10".
014700 01  WS-TARJETA-VALIDA       PIC X(01) VALUE "S".
014800     88  TARJETA-VALIDA              VALUE "S".
014900*----------------------------------------------------------------
015000* PERIODO DEL INFORME Y VENTANAS, EN DIAS ENTEROS.
015100*----------------------------------------------------------------
015200 01  WS-FECHAS.
015300     05  WS-FECHA-HASTA      PIC 9(08) VALUE ZERO.
015400     05  WS-FECHA-DESDE      PIC 9(08) VALUE ZERO.
015500     05  WS-DIAS-PERIODO     PIC 9(03) VALUE 7.
015600     05  WS-VENTANA-DEFECTO  PIC 9(03) VALUE 7.
015700     05  WS-VENTANA-MAXIMA   PIC 9(03) VALUE ZERO.
015800     05  WS-ENTERO-HASTA     PIC 9(08) VALUE ZERO.
015900     05  WS-ENTERO-DESDE     PIC 9(08) VALUE ZERO.
016000     05  WS-ENTERO-CARGA     PIC 9(08) VALUE ZERO.
016100     05  WS-ENTERO-DIA       PIC 9(08) VALUE ZERO.
016200     05  WS-DISTANCIA        PIC S9(08) VALUE ZERO.
016300*----------------------------------------------------------------
016400* DONDE ANOTA CADA PROGRAMA DE AUDITDIA EL OPERADOR QUE ACTUO
016500* (POSICION DENTRO DE LA CLAVE); LOS QUE NO FIGURAN NO LLEVAN
016600* OPERADOR Y NO SE TIENEN EN CUENTA.
016700*----------------------------------------------------------------
016800 01  WS-OPERADOR-AUD-VALORES.
016900     05  FILLER              PIC X(11) VALUE "ANULCER 001".
017000     05  FILLER              PIC X(11) VALUE "NOCTURNO001".
017100     05  FILLER              PIC X(11) VALUE "RESUBMIT038".
017200     05  FILLER              PIC X(11) VALUE "DESHACE 030".
017300     05  FILLER              PIC X(11) VALUE "CIERREME021".
017400     05  FILLER              PIC X(11) VALUE "MANTCAL 034".
017500     05  FILLER              PIC X(11) VALUE "MANTCLI 012".
017600     05  FILLER              PIC X(11) VALUE "MANTCTL 020".
017700     05  FILLER              PIC X(11) VALUE "MANTDIC 044".
017800     05  FILLER              PIC X(11) VALUE "MANTROL 034".
017900     05  FILLER              PIC X(11) VALUE "MANTTRZ 036".
018000     05  FILLER              PIC X(11) VALUE "BORRACLI023".
018100 01  WS-TABLA-OPERADOR-AUD REDEFINES WS-OPERADOR-AUD-VALORES.
018200     05  WS-OPA-ENTRY OCCURS 12 TIMES.
018300         10  WS-OPA-PROGRAMA PIC X(08).
018400         10  WS-OPA-POS      PIC 9(03).
018500*----------------------------------------------------------------
018600* PARES DE SERIE CUANDO NO HAY TARJETAS SEPPARES.
018700*----------------------------------------------------------------
018800 01  WS-PARES-SERIE-VALORES.
018900     05  FILLER              PIC X(27) VALUE
019000         "CAM-DIVMAST ANULCER     000".
019100     05  FILLER              PIC X(30) VALUE
019200         "CAMBIA DIVMAST, FUERZA CERROJO".
019300     05  FILLER              PIC X(27) VALUE
019400         "CAM-DIVMAST NOCTURNO    000".
019500     05  FILLER              PIC X(30) VALUE
019600         "CAMBIA DIVMAST Y ANULA CANDADO".
019700     05  FILLER              PIC X(27) VALUE
019800         "CAM-RUNCTL  ANULCER     000".
019900     05  FILLER              PIC X(30) VALUE
020000         "CAMBIA RUNCTL Y FUERZA CERROJO".
020100     05  FILLER              PIC X(27) VALUE
020200         "CAM-DICCION MANTDIC     000".
020300     05  FILLER              PIC X(30) VALUE
020400         "MANTIENE Y APRUEBA DICCIONARIO".
020500     05  FILLER              PIC X(27) VALUE
020600         "CAM-*       DESHACE     000".
020700     05  FILLER              PIC X(30) VALUE
020800         "CAMBIA MAESTROS Y LOS DESHACE ".
020900     05  FILLER              PIC X(27) VALUE
021000         "CIERREME    DESHACE     000".
021100     05  FILLER              PIC X(30) VALUE
021200         "CIERRA EL MES Y DESHACE LOTES ".
021300     05  FILLER              PIC X(27) VALUE
021400         "ANULCER     ALR-*       000".
021500     05  FILLER              PIC X(30) VALUE
021600         "FUERZA CERROJO Y FIRMA ALERTAS".
021700 01  WS-TABLA-PARES-SERIE REDEFINES WS-PARES-SERIE-VALORES.
021800     05  WS-PSE-ENTRY OCCURS 7 TIMES.
021900         10  WS-PSE-REGISTRO PIC X(57).
022000*----------------------------------------------------------------
022100* PARES EN USO; EL LARGO ES EL DE LA PARTE FIJA (12 SI NO LLEVA
022200* "*" FINAL).
022300*----------------------------------------------------------------
022400 01  WS-TABLA-PARES.
022500     05  WS-NUM-PARES        PIC 9(03) COMP VALUE ZERO.
022600     05  WS-PAR-ENTRY OCCURS 50 TIMES.
022700         10  WS-PAR-ACT-A    PIC X(12).
022800         10  WS-PAR-LARGO-A  PIC 9(02) COMP.
022900         10  WS-PAR-ACT-B    PIC X(12).
023000         10  WS-PAR-LARGO-B  PIC 9(02) COMP.
023100         10  WS-PAR-VENTANA  PIC 9(03).
023200         10  WS-PAR-DESC     PIC X(30).
023300*----------------------------------------------------------------
023400* ACCIONES DE LOS OPERADORES DESDE EL INICIO DEL PERIODO MENOS LA
023500* MAYOR VENTANA HASTA SU FINAL. FUENTE: A AUDITDIA, C CAMBLOG,
023600* H ALERTHIST.
023700*----------------------------------------------------------------
023800 01  WS-TABLA-ACCIONES.
023900     05  WS-NUM-ACCIONES     PIC 9(05) COMP VALUE ZERO.
024000     05  WS-ACC-ENTRY OCCURS 5000 TIMES.
024100         10  WS-ACC-OPERADOR PIC X(08).
024200         10  WS-ACC-FECHA    PIC 9(08).
024300         10  WS-ACC-DIA      PIC 9(08).
024400         10  WS-ACC-ACTIVIDAD PIC X(12).
024500         10  WS-ACC-DETALLE  PIC X(24).
024600         10  WS-ACC-FUENTE   PIC X(01).
024700*----------------------------------------------------------------
024800* CONFLICTOS POR PAR Y OPERADOR, CON EL CASO MAS CERCANO.
024900*----------------------------------------------------------------
025000 01  WS-TABLA-CONFLICTOS.
025100     05  WS-NUM-CONFLICTOS   PIC 9(04) COMP VALUE ZERO.
025200     05  WS-CON-ENTRY OCCURS 500 TIMES.
025300         10  WS-CON-PAR      PIC 9(03) COMP.
025400         10  WS-CON-OPERADOR PIC X(08).
025500         10  WS-CON-VECES    PIC 9(05) COMP.
025600         10  WS-CON-DISTANCIA PIC 9(08) COMP.
025700         10  WS-CON-ACC-A    PIC 9(05) COMP.
025800         10  WS-CON-ACC-B    PIC 9(05) COMP.
025900 01  WS-TABLA-OPERADORES.
026000     05  WS-NUM-OPERADORES   PIC 9(04) COMP VALUE ZERO.
026100     05  WS-OPE-ENTRY OCCURS 500 TIMES.
026200         10  WS-OPE-ID       PIC X(08).
026300 01  WS-INDICES.
026400     05  WS-IDX              PIC 9(04) COMP VALUE ZERO.
026500     05  WS-IDX-PAR          PIC 9(04) COMP VALUE ZERO.
026600     05  WS-IDX-A            PIC 9(05) COMP VALUE ZERO.
026700     05  WS-IDX-B            PIC 9(05) COMP VALUE ZERO.
026800     05  WS-IDX-CON          PIC 9(04) COMP VALUE ZERO.
026900     05  WS-IDX-HALLADO      PIC 9(04) COMP VALUE ZERO.
027000 01  WS-TRABAJO.
027100     05  WS-OPERADOR         PIC X(08) VALUE SPACES.
027200     05  WS-FECHA            PIC 9(08) VALUE ZERO.
027300     05  WS-ACTIVIDAD        PIC X(12) VALUE SPACES.
027400     05  WS-DETALLE          PIC X(24) VALUE SPACES.
027500     05  WS-FUENTE           PIC X(01) VALUE SPACE.
027600     05  WS-POS              PIC 9(03) VALUE ZERO.
027700     05  WS-TALLY            PIC 9(04) COMP VALUE ZERO.
027800     05  WS-LARGO            PIC 9(02) COMP VALUE ZERO.
027900     05  WS-ACT-PATRON       PIC X(12) VALUE SPACES.
028000     05  WS-ACT-LARGO        PIC 9(02) COMP VALUE ZERO.
028100     05  WS-ACT-PROBADA      PIC X(12) VALUE SPACES.
028200     05  WS-CASA             PIC X(01) VALUE "N".
028300         88  ACTIVIDAD-CASA          VALUE "S".
028400     05  WS-EN-PERIODO       PIC X(01) VALUE "N".
028500         88  ALGUNA-EN-PERIODO       VALUE "S".
028600 01  WS-CONTADORES.
028700     05  WS-LEIDAS-AUD       PIC 9(07) COMP VALUE ZERO.
028800     05  WS-LEIDAS-CAM       PIC 9(07) COMP VALUE ZERO.
028900     05  WS-LEIDAS-HIS       PIC 9(07) COMP VALUE ZERO.
029000     05  WS-ACCIONES-AUD     PIC 9(07) COMP VALUE ZERO.
029100     05  WS-ACCIONES-CAM     PIC 9(07) COMP VALUE ZERO.
029200     05  WS-ACCIONES-HIS     PIC 9(07) COMP VALUE ZERO.
029300     05  WS-DESCARTADAS      PIC 9(07) COMP VALUE ZERO.
029400     05  WS-CASOS            PIC 9(07) COMP VALUE ZERO.
029500 PROCEDURE       DIVISION.
029600*================================================================
029700 0000-MAINLINE.
029800*================================================================
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030000     IF TARJETA-VALIDA
030100         PERFORM 1500-CARGAR-PARES THRU 1500-EXIT
030200         PERFORM 2000-CARGAR-AUDITORIA THRU 2000-EXIT
030300         PERFORM 2300-CARGAR-CAMBIOS THRU 2300-EXIT
030400         PERFORM 2600-CARGAR-ALERTAS THRU 2600-EXIT
030500         PERFORM 3000-BUSCAR-CONFLICTOS THRU 3000-EXIT
030600             VARYING WS-IDX-PAR FROM 1 BY 1
030700             UNTIL WS-IDX-PAR > WS-NUM-PARES
030800         PERFORM 4000-IMPRIMIR THRU 4000-EXIT
030900     END-IF
031000     PERFORM 9000-TERMINATE THRU 9000-EXIT
031100     GOBACK.
031200*================================================================
031300 1000-INITIALIZE.
031400*================================================================
031500     OPEN OUTPUT SEPFUNC-RPT
031600     CALL "FECHANEG" USING FEC-NEG-AREA
031700     MOVE FEC-NEG-FECHA TO WS-FECHA-HASTA
031800     MOVE "INFORME DE SEPARACION DE FUNCIONES" TO RPT-LINEA
031900     WRITE RPT-LINEA
032000     MOVE SPACES TO PAR-REGISTRO
032100     OPEN INPUT SEPFUNC-PARM
032200     IF NOT WS-PAR-NO-EXISTE
032300         READ SEPFUNC-PARM
032400             AT END
032500                 MOVE SPACES TO PAR-REGISTRO
032600         END-READ
032700         CLOSE SEPFUNC-PARM
032800     END-IF
032900     IF PAR-HASTA NOT = SPACES
033000         IF PAR-HASTA-N IS NUMERIC AND PAR-HASTA-N > 16010101
033100             MOVE PAR-HASTA-N TO WS-FECHA-HASTA
033200         ELSE
033300             MOVE "N" TO WS-TARJETA-VALIDA
033400         END-IF
033500     END-IF
033600     IF PAR-DIAS NOT = SPACES
033700         IF PAR-DIAS-N IS NUMERIC AND PAR-DIAS-N > 0
033800             MOVE PAR-DIAS-N TO WS-DIAS-PERIODO
033900         ELSE
034000             MOVE "N" TO WS-TARJETA-VALIDA
034100         END-IF
034200     END-IF
034300     IF PAR-VENTANA NOT = SPACES
034400         IF PAR-VENTANA-N IS NUMERIC
034500             MOVE PAR-VENTANA-N TO WS-VENTANA-DEFECTO
034600         ELSE
034700             MOVE "N" TO WS-TARJETA-VALIDA
034800         END-IF
034900     END-IF
035000     IF NOT TARJETA-VALIDA
035100         MOVE "TARJETA SEPPAR NO VALIDA: NO SE EMITE EL INFORME"
035200             TO RPT-LINEA
035300         WRITE RPT-LINEA
035400         GO TO 1000-EXIT
035500     END-IF
035600     COMPUTE WS-ENTERO-HASTA =
035700         FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA)
035800     COMPUTE WS-ENTERO-DESDE =
035900         WS-ENTERO-HASTA - WS-DIAS-PERIODO + 1
036000     COMPUTE WS-FECHA-DESDE =
036100         FUNCTION DATE-OF-INTEGER(WS-ENTERO-DESDE)
036200     MOVE SPACES TO RPT-LINEA
036300     STRING "PERIODO DEL " DELIMITED BY SIZE
036400            WS-FECHA-DESDE DELIMITED BY SIZE
036500            " AL " DELIMITED BY SIZE
036600            WS-FECHA-HASTA DELIMITED BY SIZE
036700            "  VENTANA POR DEFECTO " DELIMITED BY SIZE
036800            WS-VENTANA-DEFECTO DELIMITED BY SIZE
036900            " DIAS" DELIMITED BY SIZE
037000         INTO RPT-LINEA
037100     END-STRING
037200     WRITE RPT-LINEA.
037300 1000-EXIT.
037400     EXIT.
037500*================================================================
037600 1500-CARGAR-PARES.
037700*================================================================
037800*    SIN TARJETAS SEPPARES SE APLICA LA TABLA DE SERIE. LAS
037900*    ACCIONES SE CARGAN DESDE EL INICIO DEL PERIODO MENOS LA
038000*    MAYOR VENTANA, PARA CASAR LAS DE LOS PRIMEROS DIAS.
038100     OPEN INPUT SEPFUNC-PARES
038200     IF WS-PRS-NO-EXISTE
038300         PERFORM 1550-PAR-DE-SERIE THRU 1550-EXIT
038400             VARYING WS-IDX FROM 1 BY 1
038500             UNTIL WS-IDX > 7
038600     ELSE
038700         PERFORM 1510-LEER-PAR THRU 1510-EXIT
038800         PERFORM 1520-TRATAR-PAR THRU 1520-EXIT
038900             UNTIL WS-PRS-FIN-FICHERO
039000         CLOSE SEPFUNC-PARES
039100     END-IF
039200     MOVE SPACES TO RPT-LINEA
039300     WRITE RPT-LINEA
039400     MOVE "PARES DE ACTIVIDADES INCOMPATIBLES:" TO RPT-LINEA
039500     WRITE RPT-LINEA
039600     PERFORM 1590-IMPRIMIR-PAR THRU 1590-EXIT
039700         VARYING WS-IDX-PAR FROM 1 BY 1
039800         UNTIL WS-IDX-PAR > WS-NUM-PARES
039900     COMPUTE WS-ENTERO-CARGA =
040000         WS-ENTERO-DESDE - WS-VENTANA-MAXIMA.
040100 1500-EXIT.
040200     EXIT.
040300*================================================================
040400 1510-LEER-PAR.
040500*================================================================
040600     READ SEPFUNC-PARES
040700         AT END
040800             MOVE "10" TO WS-PRS-STATUS
040900     END-READ.
041000 1510-EXIT.
041100     EXIT.
041200*================================================================
041300 1520-TRATAR-PAR.
041400*================================================================
041500     IF PRS-ACTIVIDAD-A NOT = SPACES
041600      AND PRS-ACTIVIDAD-B NOT = SPACES
041700         PERFORM 1560-ANOTAR-PAR THRU 1560-EXIT
041800     END-IF
041900     PERFORM 1510-LEER-PAR THRU 1510-EXIT.
042000 1520-EXIT.
042100     EXIT.
042200*================================================================
042300 1550-PAR-DE-SERIE.
042400*================================================================
042500     MOVE WS-PSE-REGISTRO(WS-IDX) TO PRS-REGISTRO
042600     PERFORM 1560-ANOTAR-PAR THRU 1560-EXIT.
042700 1550-EXIT.
042800     EXIT.
042900*================================================================
043000 1560-ANOTAR-PAR.
043100*================================================================
043200     IF WS-NUM-PARES NOT < 50
043300         GO TO 1560-EXIT
043400     END-IF
043500     ADD 1 TO WS-NUM-PARES
043600     MOVE PRS-ACTIVIDAD-A TO WS-PAR-ACT-A(WS-NUM-PARES)
043700     MOVE PRS-ACTIVIDAD-B TO WS-PAR-ACT-B(WS-NUM-PARES)
043800     MOVE PRS-DESCRIPCION TO WS-PAR-DESC(WS-NUM-PARES)
043900     MOVE WS-VENTANA-DEFECTO TO WS-PAR-VENTANA(WS-NUM-PARES)
044000     IF PRS-VENTANA-N IS NUMERIC AND PRS-VENTANA-N > 0
044100         MOVE PRS-VENTANA-N TO WS-PAR-VENTANA(WS-NUM-PARES)
044200     END-IF
044300     IF WS-PAR-VENTANA(WS-NUM-PARES) > WS-VENTANA-MAXIMA
044400         MOVE WS-PAR-VENTANA(WS-NUM-PARES) TO WS-VENTANA-MAXIMA
044500     END-IF
044600     MOVE PRS-ACTIVIDAD-A TO WS-ACT-PATRON
044700     PERFORM 1570-LARGO-PATRON THRU 1570-EXIT
044800     MOVE WS-ACT-LARGO TO WS-PAR-LARGO-A(WS-NUM-PARES)
044900     MOVE PRS-ACTIVIDAD-B TO WS-ACT-PATRON
045000     PERFORM 1570-LARGO-PATRON THRU 1570-EXIT
045100     MOVE WS-ACT-LARGO TO WS-PAR-LARGO-B(WS-NUM-PARES).
045200 1560-EXIT.
045300     EXIT.
045400*================================================================
045500 1570-LARGO-PATRON.
045600*================================================================
045700*    "CAM-*" CASA POR SUS CUATRO PRIMERAS POSICIONES; SIN "*" LA
045800*    ACTIVIDAD SE COMPARA ENTERA.
045900     MOVE 12 TO WS-ACT-LARGO
046000     MOVE 0 TO WS-TALLY
046100     INSPECT WS-ACT-PATRON TALLYING WS-TALLY
046200         FOR CHARACTERS BEFORE INITIAL "*"
046300     IF WS-TALLY < 12
046400         MOVE WS-TALLY TO WS-ACT-LARGO
046500     END-IF.
046600 1570-EXIT.
046700     EXIT.
046800*================================================================
046900 1590-IMPRIMIR-PAR.
047000*================================================================
047100     MOVE SPACES TO RPT-PAR-REGISTRO
047200     MOVE WS-IDX-PAR TO RPT-PAR-NUM
047300     MOVE WS-PAR-ACT-A(WS-IDX-PAR) TO RPT-PAR-A
047400     MOVE WS-PAR-ACT-B(WS-IDX-PAR) TO RPT-PAR-B
047500     MOVE WS-PAR-VENTANA(WS-IDX-PAR) TO RPT-PAR-VENTANA
047600     MOVE WS-PAR-DESC(WS-IDX-PAR) TO RPT-PAR-DESC
047700     WRITE RPT-PAR-REGISTRO.
047800 1590-EXIT.
047900     EXIT.
048000*================================================================
048100 2000-CARGAR-AUDITORIA.
048200*================================================================
048300     OPEN INPUT AUDITORIA-DIA
048400     IF WS-AUD-NO-EXISTE
048500         MOVE "SIN FICHERO AUDITDIA" TO RPT-LINEA
048600         WRITE RPT-LINEA
048700         GO TO 2000-EXIT
048800     END-IF
048900     PERFORM 2010-LEER-AUDITORIA THRU 2010-EXIT
049000     PERFORM 2020-TRATAR-AUDITORIA THRU 2020-EXIT
049100         UNTIL WS-AUD-FIN-FICHERO
049200     CLOSE AUDITORIA-DIA.
049300 2000-EXIT.
049400     EXIT.
049500*================================================================
049600 2010-LEER-AUDITORIA.
049700*================================================================
049800     READ AUDITORIA-DIA
049900         AT END
050000             MOVE "10" TO WS-AUD-STATUS
050100         NOT AT END
050200             ADD 1 TO WS-LEIDAS-AUD
050300     END-READ.
050400 2010-EXIT.
050500     EXIT.
050600*================================================================
050700 2020-TRATAR-AUDITORIA.
050800*================================================================
050900     MOVE 0 TO WS-POS
051000     PERFORM 2030-BUSCAR-PROGRAMA THRU 2030-EXIT
051100         VARYING WS-IDX FROM 1 BY 1
051200         UNTIL WS-IDX > 12 OR WS-POS NOT = 0
051300     IF WS-POS = 0 OR AUD-STD-FECHA-HORA(1:8) NOT NUMERIC
051400         GO TO 2020-SIGUIENTE
051500     END-IF
051600     MOVE 0 TO WS-TALLY
051700     INSPECT AUD-STD-DECISION TALLYING WS-TALLY
051800         FOR ALL "RECHAZ" ALL "DENEGAD" ALL "NO VALIDO"
051900     IF WS-TALLY > 0
052000         ADD 1 TO WS-DESCARTADAS
052100         GO TO 2020-SIGUIENTE
052200     END-IF
052300     MOVE AUD-STD-CLAVE(WS-POS:8) TO WS-OPERADOR
052400     MOVE AUD-STD-FECHA-HORA(1:8) TO WS-FECHA
052500     MOVE AUD-STD-PROGRAMA TO WS-ACTIVIDAD
052600     MOVE AUD-STD-DECISION TO WS-DETALLE
052700     MOVE "A" TO WS-FUENTE
052800     PERFORM 2900-ANOTAR-ACCION THRU 2900-EXIT
052900     IF WS-IDX-HALLADO NOT = 0
053000         ADD 1 TO WS-ACCIONES-AUD
053100     END-IF.
053200 2020-SIGUIENTE.
053300     PERFORM 2010-LEER-AUDITORIA THRU 2010-EXIT.
053400 2020-EXIT.
053500     EXIT.
053600*================================================================
053700 2030-BUSCAR-PROGRAMA.
053800*================================================================
053900     IF WS-OPA-PROGRAMA(WS-IDX) = AUD-STD-PROGRAMA
054000         MOVE WS-OPA-POS(WS-IDX) TO WS-POS
054100     END-IF.
054200 2030-EXIT.
054300     EXIT.
054400*================================================================
054500 2300-CARGAR-CAMBIOS.
054600*================================================================
054700     OPEN INPUT CAMBIOS-LOG
054800     IF WS-CAM-NO-EXISTE
054900         MOVE "SIN FICHERO CAMBLOG" TO RPT-LINEA
055000         WRITE RPT-LINEA
055100         GO TO 2300-EXIT
055200     END-IF
055300     PERFORM 2310-LEER-CAMBIO THRU 2310-EXIT
055400     PERFORM 2320-TRATAR-CAMBIO THRU 2320-EXIT
055500         UNTIL WS-CAM-FIN-FICHERO
055600     CLOSE CAMBIOS-LOG.
055700 2300-EXIT.
055800     EXIT.
055900*================================================================
056000 2310-LEER-CAMBIO.
056100*================================================================
056200     READ CAMBIOS-LOG
056300         AT END
056400             MOVE "10" TO WS-CAM-STATUS
056500         NOT AT END
056600             ADD 1 TO WS-LEIDAS-CAM
056700     END-READ.
056800 2310-EXIT.
056900     EXIT.
057000*================================================================
057100 2320-TRATAR-CAMBIO.
057200*================================================================
057300     IF CAM-PROGRAMA = "DESHACE"
057400         ADD 1 TO WS-DESCARTADAS
057500         GO TO 2320-SIGUIENTE
057600     END-IF
057700     IF CAM-FECHA NOT NUMERIC
057800         GO TO 2320-SIGUIENTE
057900     END-IF
058000     MOVE CAM-OPERADOR TO WS-OPERADOR
058100     MOVE CAM-FECHA TO WS-FECHA
058200     MOVE SPACES TO WS-ACTIVIDAD WS-DETALLE
058300     STRING "CAM-" DELIMITED BY SIZE
058400            CAM-MAESTRO DELIMITED BY SPACE
058500         INTO WS-ACTIVIDAD
058600     END-STRING
058700     STRING "LOTE " DELIMITED BY SIZE
058800            CAM-LOTE DELIMITED BY SIZE
058900            " " DELIMITED BY SIZE
059000            CAM-ACCION DELIMITED BY SIZE
059100         INTO WS-DETALLE
059200     END-STRING
059300     MOVE "C" TO WS-FUENTE
059400     PERFORM 2900-ANOTAR-ACCION THRU 2900-EXIT
059500     IF WS-IDX-HALLADO NOT = 0
059600         ADD 1 TO WS-ACCIONES-CAM
059700     END-IF.
059800 2320-SIGUIENTE.
059900     PERFORM 2310-LEER-CAMBIO THRU 2310-EXIT.
060000 2320-EXIT.
060100     EXIT.
060200*================================================================
060300 2600-CARGAR-ALERTAS.
060400*================================================================
060500*    EN EL HISTORICO SOLO ESTAN LAS ALERTAS YA FIRMADAS: CUENTA
060600*    QUIEN LAS FIRMO Y CUANDO.
060700     OPEN INPUT ALERTA-HIST
060800     IF WS-HIS-NO-EXISTE
060900         MOVE "SIN FICHERO ALERTHIST" TO RPT-LINEA
061000         WRITE RPT-LINEA
061100         GO TO 2600-EXIT
061200     END-IF
061300     PERFORM 2610-LEER-ALERTA THRU 2610-EXIT
061400     PERFORM 2620-TRATAR-ALERTA THRU 2620-EXIT
061500         UNTIL WS-HIS-FIN-FICHERO
061600     CLOSE ALERTA-HIST.
061700 2600-EXIT.
061800     EXIT.
061900*================================================================
062000 2610-LEER-ALERTA.
062100*================================================================
062200     READ ALERTA-HIST
062300         AT END
062400             MOVE "10" TO WS-HIS-STATUS
062500         NOT AT END
062600             ADD 1 TO WS-LEIDAS-HIS
062700     END-READ.
062800 2610-EXIT.
062900     EXIT.
063000*================================================================
063100 2620-TRATAR-ALERTA.
063200*================================================================
063300     IF HIS-FECHA-RECO NOT NUMERIC
063400         GO TO 2620-SIGUIENTE
063500     END-IF
063600     MOVE HIS-RECONOCIDA-POR TO WS-OPERADOR
063700     MOVE HIS-FECHA-RECO TO WS-FECHA
063800     MOVE SPACES TO WS-ACTIVIDAD WS-DETALLE
063900     STRING "ALR-" DELIMITED BY SIZE
064000            HIS-PROGRAMA DELIMITED BY SPACE
064100         INTO WS-ACTIVIDAD
064200     END-STRING
064300     STRING "ALERTA " DELIMITED BY SIZE
064400            HIS-ID DELIMITED BY SIZE
064500            " SEVERIDAD " DELIMITED BY SIZE
064600            HIS-SEVERIDAD DELIMITED BY SIZE
064700         INTO WS-DETALLE
064800     END-STRING
064900     MOVE "H" TO WS-FUENTE
065000     PERFORM 2900-ANOTAR-ACCION THRU 2900-EXIT
065100     IF WS-IDX-HALLADO NOT = 0
065200         ADD 1 TO WS-ACCIONES-HIS
065300     END-IF.
065400 2620-SIGUIENTE.
065500     PERFORM 2610-LEER-ALERTA THRU 2610-EXIT.
065600 2620-EXIT.
065700     EXIT.
065800*================================================================
065900 2900-ANOTAR-ACCION.
066000*================================================================
066100*    SOLO LAS ACCIONES CON OPERADOR Y DENTRO DE LA CARGA.
066200     MOVE 0 TO WS-IDX-HALLADO
066300     IF WS-OPERADOR = SPACES OR WS-FECHA < 16010101
066400         GO TO 2900-EXIT
066500     END-IF
066600     COMPUTE WS-ENTERO-DIA = FUNCTION INTEGER-OF-DATE(WS-FECHA)
066700     IF WS-ENTERO-DIA < WS-ENTERO-CARGA
066800      OR WS-ENTERO-DIA > WS-ENTERO-HASTA
066900         GO TO 2900-EXIT
067000     END-IF
067100     IF WS-NUM-ACCIONES NOT < 5000
067200         GO TO 2900-EXIT
067300     END-IF
067400     ADD 1 TO WS-NUM-ACCIONES
067500     MOVE WS-NUM-ACCIONES TO WS-IDX-HALLADO
067600     MOVE WS-OPERADOR  TO WS-ACC-OPERADOR(WS-NUM-ACCIONES)
067700     MOVE WS-FECHA     TO WS-ACC-FECHA(WS-NUM-ACCIONES)
067800     MOVE WS-ENTERO-DIA TO WS-ACC-DIA(WS-NUM-ACCIONES)
067900     MOVE WS-ACTIVIDAD TO WS-ACC-ACTIVIDAD(WS-NUM-ACCIONES)
068000     MOVE WS-DETALLE   TO WS-ACC-DETALLE(WS-NUM-ACCIONES)
068100     MOVE WS-FUENTE    TO WS-ACC-FUENTE(WS-NUM-ACCIONES).
068200 2900-EXIT.
068300     EXIT.
068400*================================================================
068500 3000-BUSCAR-CONFLICTOS.
068600*================================================================
068700*    CADA ACCION DEL LADO A SE CRUZA CON LAS DEL LADO B DEL MISMO
068800*    OPERADOR.
068900     PERFORM 3100-PROBAR-LADO-A THRU 3100-EXIT
069000         VARYING WS-IDX-A FROM 1 BY 1
069100         UNTIL WS-IDX-A > WS-NUM-ACCIONES.
069200 3000-EXIT.
069300     EXIT.
069400*================================================================
069500 3100-PROBAR-LADO-A.
069600*================================================================
069700     MOVE WS-PAR-ACT-A(WS-IDX-PAR) TO WS-ACT-PATRON
069800     MOVE WS-PAR-LARGO-A(WS-IDX-PAR) TO WS-ACT-LARGO
069900     MOVE WS-ACC-ACTIVIDAD(WS-IDX-A) TO WS-ACT-PROBADA
070000     PERFORM 3900-CASAR-ACTIVIDAD THRU 3900-EXIT
070100     IF NOT ACTIVIDAD-CASA
070200         GO TO 3100-EXIT
070300     END-IF
070400     PERFORM 3200-PROBAR-LADO-B THRU 3200-EXIT
070500         VARYING WS-IDX-B FROM 1 BY 1
070600         UNTIL WS-IDX-B > WS-NUM-ACCIONES.
070700 3100-EXIT.
070800     EXIT.
070900*================================================================
071000 3200-PROBAR-LADO-B.
071100*================================================================
071200     IF WS-IDX-B = WS-IDX-A
071300      OR WS-ACC-OPERADOR(WS-IDX-B) NOT = WS-ACC-OPERADOR(WS-IDX-A)
071400         GO TO 3200-EXIT
071500     END-IF
071600     MOVE WS-PAR-ACT-B(WS-IDX-PAR) TO WS-ACT-PATRON
071700     MOVE WS-PAR-LARGO-B(WS-IDX-PAR) TO WS-ACT-LARGO
071800     MOVE WS-ACC-ACTIVIDAD(WS-IDX-B) TO WS-ACT-PROBADA
071900     PERFORM 3900-CASAR-ACTIVIDAD THRU 3900-EXIT
072000     IF NOT ACTIVIDAD-CASA
072100         GO TO 3200-EXIT
072200     END-IF
072300     COMPUTE WS-DISTANCIA =
072400         WS-ACC-DIA(WS-IDX-B) - WS-ACC-DIA(WS-IDX-A)
072500     IF WS-DISTANCIA < 0
072600         MULTIPLY -1 BY WS-DISTANCIA
072700     END-IF
072800     IF WS-DISTANCIA > WS-PAR-VENTANA(WS-IDX-PAR)
072900         GO TO 3200-EXIT
073000     END-IF
073100     IF WS-ACC-DIA(WS-IDX-A) < WS-ENTERO-DESDE
073200      AND WS-ACC-DIA(WS-IDX-B) < WS-ENTERO-DESDE
073300         GO TO 3200-EXIT
073400     END-IF
073500     PERFORM 3300-ANOTAR-CONFLICTO THRU 3300-EXIT.
073600 3200-EXIT.
073700     EXIT.
073800*================================================================
073900 3300-ANOTAR-CONFLICTO.
074000*================================================================
074100*    UNA LINEA POR PAR Y OPERADOR: CUENTA LOS CASOS Y GUARDA EL
074200*    DE MENOR DISTANCIA ENTRE LAS DOS ACCIONES.
074300     ADD 1 TO WS-CASOS
074400     MOVE 0 TO WS-IDX-HALLADO
074500     PERFORM 3350-BUSCAR-CONFLICTO THRU 3350-EXIT
074600         VARYING WS-IDX-CON FROM 1 BY 1
074700         UNTIL WS-IDX-CON > WS-NUM-CONFLICTOS
074800            OR WS-IDX-HALLADO NOT = 0
074900     IF WS-IDX-HALLADO = 0
075000         IF WS-NUM-CONFLICTOS NOT < 500
075100             GO TO 3300-EXIT
075200         END-IF
075300         ADD 1 TO WS-NUM-CONFLICTOS
075400         MOVE WS-NUM-CONFLICTOS TO WS-IDX-HALLADO
075500         MOVE WS-IDX-PAR TO WS-CON-PAR(WS-IDX-HALLADO)
075600         MOVE WS-ACC-OPERADOR(WS-IDX-A)
075700             TO WS-CON-OPERADOR(WS-IDX-HALLADO)
075800         MOVE 0 TO WS-CON-VECES(WS-IDX-HALLADO)
075900         MOVE 99999999 TO WS-CON-DISTANCIA(WS-IDX-HALLADO)
076000     END-IF
076100     ADD 1 TO WS-CON-VECES(WS-IDX-HALLADO)
076200     IF WS-DISTANCIA < WS-CON-DISTANCIA(WS-IDX-HALLADO)
076300         MOVE WS-DISTANCIA TO WS-CON-DISTANCIA(WS-IDX-HALLADO)
076400         MOVE WS-IDX-A TO WS-CON-ACC-A(WS-IDX-HALLADO)
076500         MOVE WS-IDX-B TO WS-CON-ACC-B(WS-IDX-HALLADO)
076600     END-IF.
076700 3300-EXIT.
076800     EXIT.
076900*================================================================
077000 3350-BUSCAR-CONFLICTO.
077100*================================================================
077200     IF WS-CON-PAR(WS-IDX-CON) = WS-IDX-PAR
077300      AND WS-CON-OPERADOR(WS-IDX-CON) = WS-ACC-OPERADOR(WS-IDX-A)
077400         MOVE WS-IDX-CON TO WS-IDX-HALLADO
077500     END-IF.
077600 3350-EXIT.
077700     EXIT.
077800*================================================================
077900 3900-CASAR-ACTIVIDAD.
078000*================================================================
078100     MOVE "N" TO WS-CASA
078200     IF WS-ACT-LARGO = 0
078300         MOVE "S" TO WS-CASA
078400         GO TO 3900-EXIT
078500     END-IF
078600     IF WS-ACT-PROBADA(1:WS-ACT-LARGO)
078700        = WS-ACT-PATRON(1:WS-ACT-LARGO)
078800         MOVE "S" TO WS-CASA
078900     END-IF.
079000 3900-EXIT.
079100     EXIT.
079200*================================================================
079300 4000-IMPRIMIR.
079400*================================================================
079500     MOVE SPACES TO RPT-LINEA
079600     WRITE RPT-LINEA
079700     IF WS-NUM-CONFLICTOS = 0
079800         MOVE "NINGUN OPERADOR HIZO LOS DOS LADOS DE UN PAR"
079900             TO RPT-LINEA
080000         WRITE RPT-LINEA
080100     ELSE
080200         MOVE SPACES TO RPT-LINEA
080300         MOVE "OPERADOR  PAR VECES  FECHA-A" TO RPT-LINEA(1:29)
080400         MOVE "ACCION A" TO RPT-LINEA(31:8)
080500         MOVE "FECHA-B  ACCION B" TO RPT-LINEA(61:17)
080600         WRITE RPT-LINEA
080700         PERFORM 4100-IMPRIMIR-CONFLICTO THRU 4100-EXIT
080800             VARYING WS-IDX-CON FROM 1 BY 1
080900             UNTIL WS-IDX-CON > WS-NUM-CONFLICTOS
081000     END-IF
081100     MOVE SPACES TO RPT-LINEA
081200     WRITE RPT-LINEA
081300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
081400     MOVE "LINEAS DE AUDITDIA" TO RPT-RESUMEN-ETIQUETA
081500     MOVE WS-LEIDAS-AUD TO RPT-RESUMEN-VALOR
081600     WRITE RPT-RESUMEN-REGISTRO
081700     MOVE "  ACCIONES CON OPERADOR" TO RPT-RESUMEN-ETIQUETA
081800     MOVE WS-ACCIONES-AUD TO RPT-RESUMEN-VALOR
081900     WRITE RPT-RESUMEN-REGISTRO
082000     MOVE "LINEAS DE CAMBLOG" TO RPT-RESUMEN-ETIQUETA
082100     MOVE WS-LEIDAS-CAM TO RPT-RESUMEN-VALOR
082200     WRITE RPT-RESUMEN-REGISTRO
082300     MOVE "  CAMBIOS EN LA VENTANA" TO RPT-RESUMEN-ETIQUETA
082400     MOVE WS-ACCIONES-CAM TO RPT-RESUMEN-VALOR
082500     WRITE RPT-RESUMEN-REGISTRO
082600     MOVE "ALERTAS DE ALERTHIST" TO RPT-RESUMEN-ETIQUETA
082700     MOVE WS-LEIDAS-HIS TO RPT-RESUMEN-VALOR
082800     WRITE RPT-RESUMEN-REGISTRO
082900     MOVE "  FIRMAS EN LA VENTANA" TO RPT-RESUMEN-ETIQUETA
083000     MOVE WS-ACCIONES-HIS TO RPT-RESUMEN-VALOR
083100     WRITE RPT-RESUMEN-REGISTRO
083200     MOVE "DESCARTADAS (RECHAZOS/DESHACE)" TO RPT-RESUMEN-ETIQUETA
083300     MOVE WS-DESCARTADAS TO RPT-RESUMEN-VALOR
083400     WRITE RPT-RESUMEN-REGISTRO
083500     MOVE "PARES APLICADOS" TO RPT-RESUMEN-ETIQUETA
083600     MOVE WS-NUM-PARES TO RPT-RESUMEN-VALOR
083700     WRITE RPT-RESUMEN-REGISTRO
083800     MOVE "CASOS DE CONFLICTO" TO RPT-RESUMEN-ETIQUETA
083900     MOVE WS-CASOS TO RPT-RESUMEN-VALOR
084000     WRITE RPT-RESUMEN-REGISTRO
084100     MOVE "OPERADORES CON CONFLICTO" TO RPT-RESUMEN-ETIQUETA
084200     MOVE WS-NUM-OPERADORES TO RPT-RESUMEN-VALOR
084300     WRITE RPT-RESUMEN-REGISTRO
084400     IF WS-NUM-ACCIONES NOT < 5000
084500         MOVE "TABLA DE ACCIONES LLENA: INFORME INCOMPLETO"
084600             TO RPT-LINEA
084700         WRITE RPT-LINEA
084800     END-IF.
084900 4000-EXIT.
085000     EXIT.
085100*================================================================
085200 4100-IMPRIMIR-CONFLICTO.
085300*================================================================
085400     MOVE SPACES TO RPT-DETALLE
085500     MOVE WS-CON-OPERADOR(WS-IDX-CON) TO RPT-OPERADOR
085600     MOVE WS-CON-PAR(WS-IDX-CON) TO RPT-NUM-PAR
085700     MOVE WS-CON-VECES(WS-IDX-CON) TO RPT-VECES
085800     MOVE WS-CON-ACC-A(WS-IDX-CON) TO WS-IDX-A
085900     MOVE WS-CON-ACC-B(WS-IDX-CON) TO WS-IDX-B
086000     MOVE WS-ACC-FECHA(WS-IDX-A) TO RPT-FECHA-A
086100     MOVE WS-ACC-FECHA(WS-IDX-B) TO RPT-FECHA-B
086200     STRING WS-ACC-ACTIVIDAD(WS-IDX-A) DELIMITED BY SPACE
086300            " " DELIMITED BY SIZE
086400            WS-ACC-DETALLE(WS-IDX-A) DELIMITED BY SIZE
086500         INTO RPT-DETALLE-A
086600     END-STRING
086700     STRING WS-ACC-ACTIVIDAD(WS-IDX-B) DELIMITED BY SPACE
086800            " " DELIMITED BY SIZE
086900            WS-ACC-DETALLE(WS-IDX-B) DELIMITED BY SIZE
087000         INTO RPT-DETALLE-B
087100     END-STRING
087200     WRITE RPT-DETALLE
087300     MOVE 0 TO WS-IDX-HALLADO
087400     PERFORM 4150-BUSCAR-OPERADOR THRU 4150-EXIT
087500         VARYING WS-IDX FROM 1 BY 1
087600         UNTIL WS-IDX > WS-NUM-OPERADORES
087700            OR WS-IDX-HALLADO NOT = 0
087800     IF WS-IDX-HALLADO = 0 AND WS-NUM-OPERADORES < 500
087900         ADD 1 TO WS-NUM-OPERADORES
088000         MOVE WS-CON-OPERADOR(WS-IDX-CON)
088100             TO WS-OPE-ID(WS-NUM-OPERADORES)
088200     END-IF.
088300 4100-EXIT.
088400     EXIT.
088500*================================================================
088600 4150-BUSCAR-OPERADOR.
088700*================================================================
088800     IF WS-OPE-ID(WS-IDX) = WS-CON-OPERADOR(WS-IDX-CON)
088900         MOVE WS-IDX TO WS-IDX-HALLADO
089000     END-IF.
089100 4150-EXIT.
089200     EXIT.
089300*================================================================
089400 9000-TERMINATE.
089500*================================================================
089600     CLOSE SEPFUNC-RPT
089700     EVALUATE TRUE
089800         WHEN NOT TARJETA-VALIDA
089900             MOVE 8 TO RETURN-CODE
090000         WHEN WS-NUM-CONFLICTOS > 0
090100             MOVE 4 TO RETURN-CODE
090200         WHEN OTHER
090300             MOVE 0 TO RETURN-CODE
090400     END-EVALUATE.
090500 9000-EXIT.
090600     EXIT.
090700 END PROGRAM SEPFUNC.
