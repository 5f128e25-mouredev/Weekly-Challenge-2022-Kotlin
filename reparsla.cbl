000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REPARSLA.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. ANTIGUEDAD Y PLAZO DE
001300*                    REPARACION DE LA COLA REPARQUE: REUNE LOS
001400*                    ITEMS ABIERTOS DE LAS GENERACIONES DE LA COLA
001500*                    DE LA VENTANA Y DE LA COLA VIVA, CALCULA SU
001600*                    EDAD EN DIAS LABORABLES CON EL MODULO
001700*                    CALENDARIO, LES APLICA EL PLAZO DE LA TABLA
001800*                    REPSLATAB (PROGRAMA Y MOTIVO) Y LOS PRESENTA
001900*                    POR TRAMO DE EDAD Y ANALISTA RESPONSABLE
002000*                    (REPSLARPT). CADA ITEM FUERA DE PLAZO LEVANTA
002100*                    UNA ALERTA (MODULO ALERTADOR) Y VA A LA LISTA
002200*                    DE ESCALADO DEL DIA PARA EL JEFE DE CALIDAD
002300*                    (REPESCAL).
002400*----------------------------------------------------------------
002500* TARJETA OPCIONAL REPSLAPAR: JEFE DE CALIDAD (8), VENTANA EN DIAS
002600* CIVILES HACIA ATRAS DESDE LA FECHA DE NEGOCIO (3, POR DEFECTO
002700* 060) Y PLAZO POR DEFECTO EN DIAS LABORABLES (3, POR DEFECTO
002800* 005).
002900* TABLA REPSLATAB: PROGRAMA (8), MOTIVO (30), PLAZO EN DIAS
003000* LABORABLES (3) Y ANALISTA RESPONSABLE (8). MANDA LA LINEA DEL
003100* PROGRAMA Y MOTIVO; SI NO, LA DEL PROGRAMA CON MOTIVO EN BLANCO;
003200* SI NO, EL PLAZO POR DEFECTO SIN RESPONSABLE.
003300*
003400* UN ITEM ES ABIERTO MIENTRAS RESUBMIT NO ANOTE SU REENVIO
003500* APROBADO EN AUDITDIA (PROGRAMA Y LINAJE, COMO EN CALIDCLI); LOS
003600* ITEMS SIN LINAJE NO SE PUEDEN SEGUIR Y SE CUENTAN APARTE. SU
003700* RESPONSABLE ES EL ANALISTA QUE YA LO CORRIGIO SI ESPERA SEGUNDA
003800* FIRMA (RESUBPEND) Y SI NO EL DE LA TABLA. LA EDAD SON LOS DIAS
003900* LABORABLES DESDE LA FECHA DEL RECHAZO HASTA LA FECHA DE
004000* NEGOCIO; SI EL CALENDARIO NO ALCANZA SE CUENTA EN DIAS CIVILES
004100* Y SE AVISA. FUERA DE PLAZO ES EDAD MAYOR QUE EL PLAZO.
004200* LA ALERTA SE LEVANTA UNA SOLA VEZ POR ITEM: LOS YA AVISADOS
004300* QUEDAN EN REPAVIS, QUE SE REGRABA CON LOS QUE SIGUEN FUERA DE
004400* PLAZO. RC 8 SI LA TARJETA NO ES VALIDA; RC 4 SI HAY ALGUN ITEM
004500* FUERA DE PLAZO O ALGUNA TABLA SE LLENO.
004600*----------------------------------------------------------------
004700 ENVIRONMENT     DIVISION.
004800 INPUT-OUTPUT    SECTION.
004900 FILE-CONTROL.
005000     SELECT REPSLA-PARM ASSIGN TO "REPSLAPAR"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PAR-STATUS.
005300     SELECT REPSLA-TABLA ASSIGN TO "REPSLATAB"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-TAB-STATUS.
005600     SELECT RECHAZO-GEN ASSIGN TO WS-NOMBRE-GEN
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-GEN-STATUS.
005900     SELECT RESUBMIT-PEND ASSIGN TO "RESUBPEND"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PND-STATUS.
006200     SELECT AUDITORIA-DIA ASSIGN TO "AUDITDIA"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-AUD-STATUS.
006500     SELECT REPSLA-AVISOS ASSIGN TO "REPAVIS"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-AVI-STATUS.
006800     SELECT REPSLA-RPT ASSIGN TO "REPSLARPT"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT REPSLA-ESCALADO ASSIGN TO "REPESCAL"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200 DATA            DIVISION.
007300 FILE            SECTION.
007400 FD  REPSLA-PARM
007500     RECORDING MODE IS F.
007600 01  PAR-REGISTRO.
007700     05  PAR-JEFE            PIC X(08).
007800     05  PAR-VENTANA         PIC X(03).
007900     05  PAR-VENTANA-N REDEFINES PAR-VENTANA
008000                             PIC 9(03).
008100     05  PAR-PLAZO           PIC X(03).
008200     05  PAR-PLAZO-N REDEFINES PAR-PLAZO
008300                             PIC 9(03).
008400 FD  REPSLA-TABLA
008500     RECORDING MODE IS F.
008600 01  TAB-REGISTRO.
008700     05  TAB-PROGRAMA        PIC X(08).
008800     05  TAB-MOTIVO          PIC X(30).
008900     05  TAB-PLAZO           PIC X(03).
009000     05  TAB-PLAZO-N REDEFINES TAB-PLAZO
009100                             PIC 9(03).
009200     05  TAB-ANALISTA        PIC X(08).
009300*    GENERACIONES DE LA COLA (REPARQUE<AAAAMMDD>) Y COLA VIVA.
009400 FD  RECHAZO-GEN
009500     RECORDING MODE IS F.
009600 01  GEN-REGISTRO            PIC X(8082).
009700 FD  RESUBMIT-PEND
009800     RECORDING MODE IS F.
009900     COPY REJSTD REPLACING LEADING ==REJ-STD== BY ==PND-STD==.
010000 FD  AUDITORIA-DIA
010100     RECORDING MODE IS F.
010200     COPY AUDCAD.
010300 FD  REPSLA-AVISOS
010400     RECORDING MODE IS F.
010500 01  AVI-REGISTRO.
010600     05  AVI-PROGRAMA        PIC X(08).
010700     05  AVI-LINAJE          PIC X(27).
010800     05  AVI-FECHA           PIC 9(08).
010900 FD  REPSLA-RPT
011000     RECORDING MODE IS F.
011100 01  RPT-LINEA               PIC X(100).
011200 01  RPT-ANALISTA-DET.
011300     05  RPT-ANA-ANALISTA    PIC X(08).
011400     05  FILLER              PIC X(02).
011500     05  RPT-ANA-TRAMO       PIC Z(5)9 OCCURS 5 TIMES.
011600     05  FILLER              PIC X(02).
011700     05  RPT-ANA-TOTAL       PIC Z(6)9.
011800     05  FILLER              PIC X(02).
011900     05  RPT-ANA-FUERA       PIC Z(6)9.
012000 01  RPT-RESUMEN-REGISTRO.
012100     05  RPT-RESUMEN-ETIQUETA PIC X(30).
012200     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
012300 FD  REPSLA-ESCALADO
012400     RECORDING MODE IS F.
012500 01  ESC-LINEA               PIC X(120).
012600 01  ESC-DETALLE.
012700     05  ESC-PROGRAMA        PIC X(08).
012800     05  FILLER              PIC X(01).
012900     05  ESC-MOTIVO          PIC X(30).
013000     05  FILLER              PIC X(01).
013100     05  ESC-LINAJE          PIC X(27).
013200     05  FILLER              PIC X(01).
013300     05  ESC-FECHA           PIC 9(08).
013400     05  FILLER              PIC X(01).
013500     05  ESC-EDAD            PIC ZZZ9.
013600     05  FILLER              PIC X(01).
013700     05  ESC-PLAZO           PIC ZZ9.
013800     05  FILLER              PIC X(01).
013900     05  ESC-EXCESO          PIC ZZZ9.
014000     05  FILLER              PIC X(02).
014100     05  ESC-ANALISTA        PIC X(08).
014200     05  FILLER              PIC X(01).
014300     05  ESC-NUEVO           PIC X(05).
014400 WORKING-STORAGE SECTION.
014500*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
014600     COPY FECNEG.
014700*    REGISTRO DE RECHAZO ESTANDAR DE LA CADENA (COPY REJSTD).
014800     COPY REJSTD.
014900*    VISTA DE LA LINEA DE AUDITORIA (COPY AUDREG).
015000     COPY AUDREG.
015100*    AREA DE COMUNICACION CON EL MODULO CALENDARIO.
015200     COPY CALSTD.
015300*    REGISTRO DE ALERTA ESTANDAR PARA EL MODULO ALERTADOR.
015400     COPY ALRSTD.
015500 01  WS-PAR-STATUS           PIC X(02).
015600     88  WS-PAR-NO-EXISTE            VALUE "35".
015700 01  WS-TAB-STATUS           PIC X(02).
015800     88  WS-TAB-NO-EXISTE            VALUE "35".
015900     88  WS-TAB-FIN-FICHERO          VALUE "10".
016000 01  WS-GEN-STATUS           PIC X(02).
016100     88  WS-GEN-ABIERTO              VALUE "00".
016200     88  WS-GEN-FIN-FICHERO          VALUE "10".
016300 01  WS-PND-STATUS           PIC X(02).
016400     88  WS-PND-NO-EXISTE            VALUE "35".
016500     88  WS-PND-FIN-FICHERO          VALUE "10".
016600 01  WS-AUD-STATUS           PIC X(02).
016700     88  WS-AUD-NO-EXISTE            VALUE "35".
016800     88  WS-AUD-FIN-FICHERO          VALUE "10".
016900 01  WS-AVI-STATUS           PIC X(02).
017000     88  WS-AVI-NO-EXISTE            VALUE "35".
017100     88  WS-AVI-FIN-FICHERO          VALUE "10".
017200 01  WS-PETICION-VALIDA      PIC X(01) VALUE "S".
017300     88  PETICION-VALIDA             VALUE "S".
017400 01  WS-EDAD-CIVIL           PIC X(01) VALUE "N".
017500     88  EDAD-CIVIL                  VALUE "S".
017600*    PARAMETROS DEL DIA.
017700 01  WS-JEFE                 PIC X(08) VALUE SPACES.
017800 01  WS-VENTANA              PIC 9(03) VALUE 60.
017900 01  WS-PLAZO-DEFECTO        PIC 9(03) VALUE 5.
018000*    GENERACION QUE SE ABRE (<FICHERO><AAAAMMDD>) Y DIA EN CURSO.
018100 01  WS-NOMBRE-GEN           PIC X(20) VALUE SPACES.
018200 01  WS-FECHA-GEN            PIC 9(08) VALUE ZERO.
018300 01  WS-ENTERO-NEGOCIO       PIC S9(09) COMP VALUE ZERO.
018400 01  WS-ENTERO-DIA           PIC S9(09) COMP VALUE ZERO.
018500 01  WS-ENTERO-RECHAZO       PIC S9(09) COMP VALUE ZERO.
018600*    TRAMOS DE EDAD EN DIAS LABORABLES: 0-2, 3-5, 6-10, 11-20 Y
018700*    MAS DE 20.
018800 01  WS-TABLA-TRAMOS.
018900     05  WS-TRAMO-TOPE       PIC 9(04) COMP OCCURS 4 TIMES.
019000 01  WS-TRAMO                PIC 9(01) COMP VALUE ZERO.
019100*----------------------------------------------------------------
019200* TABLA DE PLAZOS, ITEMS DE LA COLA, EDADES YA CALCULADAS POR
019300* FECHA DE RECHAZO, ANALISTAS Y AVISOS YA DADOS, EN MEMORIA.
019400*----------------------------------------------------------------
019500 01  WS-TABLA-PLAZOS.
019600     05  WS-NUM-PLAZOS       PIC 9(04) COMP VALUE ZERO.
019700     05  WS-PLZ-ENTRY OCCURS 300 TIMES.
019800         10  WS-PLZ-PROGRAMA PIC X(08).
019900         10  WS-PLZ-MOTIVO   PIC X(30).
020000         10  WS-PLZ-DIAS     PIC 9(03).
020100         10  WS-PLZ-ANALISTA PIC X(08).
020200 01  WS-TABLA-ITEMS.
020300     05  WS-NUM-ITEMS        PIC 9(04) COMP VALUE ZERO.
020400     05  WS-ITM-ENTRY OCCURS 5000 TIMES.
020500         10  WS-ITM-PROGRAMA PIC X(08).
020600         10  WS-ITM-MOTIVO   PIC X(30).
020700         10  WS-ITM-LINAJE   PIC X(27).
020800         10  WS-ITM-FECHA    PIC 9(08).
020900         10  WS-ITM-ANALISTA PIC X(08).
021000         10  WS-ITM-REPARADO PIC X(01).
021100 01  WS-TABLA-EDADES.
021200     05  WS-NUM-EDADES       PIC 9(04) COMP VALUE ZERO.
021300     05  WS-EDA-ENTRY OCCURS 400 TIMES.
021400         10  WS-EDA-FECHA    PIC 9(08).
021500         10  WS-EDA-DIAS     PIC 9(04) COMP.
021600 01  WS-TABLA-ANALISTAS.
021700     05  WS-NUM-ANALISTAS    PIC 9(04) COMP VALUE ZERO.
021800     05  WS-ANA-ENTRY OCCURS 200 TIMES.
021900         10  WS-ANA-ANALISTA PIC X(08).
022000         10  WS-ANA-TRAMO    PIC 9(07) COMP OCCURS 5 TIMES.
022100         10  WS-ANA-TOTAL    PIC 9(07) COMP.
022200         10  WS-ANA-FUERA    PIC 9(07) COMP.
022300 01  WS-TABLA-AVISOS.
022400     05  WS-NUM-AVISOS       PIC 9(04) COMP VALUE ZERO.
022500     05  WS-AVI-ENTRY OCCURS 5000 TIMES.
022600         10  WS-AVI-PROGRAMA PIC X(08).
022700         10  WS-AVI-LINAJE   PIC X(27).
022800         10  WS-AVI-FECHA    PIC 9(08).
022900         10  WS-AVI-VIGENTE  PIC X(01).
023000 01  WS-TOTALES-TRAMO.
023100     05  WS-TOT-TRAMO        PIC 9(07) COMP OCCURS 5 TIMES.
023200 01  WS-SIN-ANALISTA         PIC X(08) VALUE "SIN ASIG".
023300 01  WS-PROGRAMA-BUSCADO     PIC X(08) VALUE SPACES.
023400 01  WS-LINAJE-BUSCADO       PIC X(27) VALUE SPACES.
023500 01  WS-ANALISTA-BUSCADO     PIC X(08) VALUE SPACES.
023600 01  WS-FECHA-BUSCADA        PIC 9(08) VALUE ZERO.
023700 01  WS-EDAD                 PIC 9(04) COMP VALUE ZERO.
023800 01  WS-PLAZO                PIC 9(03) VALUE ZERO.
023900 01  WS-EXCESO               PIC 9(04) COMP VALUE ZERO.
024000 01  WS-FECHA-PASO           PIC 9(08) VALUE ZERO.
024100 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
024200 01  WS-IDX-BUS              PIC 9(04) COMP VALUE ZERO.
024300 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
024400 01  WS-IDX-PLZ              PIC 9(04) COMP VALUE ZERO.
024500 01  WS-IDX-PLZ-PROGRAMA     PIC 9(04) COMP VALUE ZERO.
024600 01  WS-IDX-ANA              PIC 9(04) COMP VALUE ZERO.
024700 01  WS-IDX-AVI              PIC 9(04) COMP VALUE ZERO.
024800 01  WS-EDIT-EDAD            PIC ZZZ9.
024900 01  WS-EDIT-VENTANA         PIC ZZ9.
025000 01  WS-CONTADORES.
025100     05  WS-GEN-LEIDAS       PIC 9(05) COMP VALUE ZERO.
025200     05  WS-TOTAL-LEIDOS     PIC 9(07) COMP VALUE ZERO.
025300     05  WS-TOTAL-SIN-LINAJE PIC 9(07) COMP VALUE ZERO.
025400     05  WS-TOTAL-REPARADOS  PIC 9(07) COMP VALUE ZERO.
025500     05  WS-TOTAL-ABIERTOS   PIC 9(07) COMP VALUE ZERO.
025600     05  WS-TOTAL-FUERA      PIC 9(07) COMP VALUE ZERO.
025700     05  WS-TOTAL-ALERTAS    PIC 9(07) COMP VALUE ZERO.
025800     05  WS-TOTAL-FIRMAS     PIC 9(07) COMP VALUE ZERO.
025900     05  WS-TOTAL-DESBORDADOS PIC 9(07) COMP VALUE ZERO.
026000 PROCEDURE       DIVISION.
026100*================================================================
026200 0000-MAINLINE.
026300*================================================================
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026500     IF PETICION-VALIDA
026600         PERFORM 1300-CARGAR-PLAZOS THRU 1300-EXIT
026700         PERFORM 1500-CARGAR-AVISOS THRU 1500-EXIT
026800         PERFORM 2000-CARGAR-COLA THRU 2000-EXIT
026900         PERFORM 3000-CARGAR-REENVIOS THRU 3000-EXIT
027000         PERFORM 3500-CARGAR-FIRMAS THRU 3500-EXIT
027100         PERFORM 4000-ENVEJECER-ITEM THRU 4000-EXIT
027200             VARYING WS-IDX FROM 1 BY 1
027300             UNTIL WS-IDX > WS-NUM-ITEMS
027400         PERFORM 6000-ESCRIBIR-INFORME THRU 6000-EXIT
027500         PERFORM 7000-REGRABAR-AVISOS THRU 7000-EXIT
027600     END-IF
027700     PERFORM 9000-TERMINATE THRU 9000-EXIT
027800     GOBACK.
027900*================================================================
028000 1000-INITIALIZE.
028100*================================================================
028200     OPEN OUTPUT REPSLA-RPT REPSLA-ESCALADO
028300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
028400     CALL "FECHANEG" USING FEC-NEG-AREA
028500     MOVE 2  TO WS-TRAMO-TOPE(1)
028600     MOVE 5  TO WS-TRAMO-TOPE(2)
028700     MOVE 10 TO WS-TRAMO-TOPE(3)
028800     MOVE 20 TO WS-TRAMO-TOPE(4)
028900     MOVE 0 TO WS-TOT-TRAMO(1) WS-TOT-TRAMO(2) WS-TOT-TRAMO(3)
029000               WS-TOT-TRAMO(4) WS-TOT-TRAMO(5)
029100     PERFORM 1200-LEER-TARJETA THRU 1200-EXIT
029200     IF NOT PETICION-VALIDA
029300         MOVE "TARJETA REPSLAPAR NO VALIDA" TO RPT-LINEA
029400         WRITE RPT-LINEA
029500         GO TO 1000-EXIT
029600     END-IF
029700     COMPUTE WS-ENTERO-NEGOCIO =
029800         FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA)
029900     MOVE WS-VENTANA TO WS-EDIT-VENTANA
030000     MOVE SPACES TO RPT-LINEA
030100     STRING "ANTIGUEDAD DE LA COLA DE REPARACION - FECHA "
030200         DELIMITED BY SIZE
030300         FEC-NEG-FECHA DELIMITED BY SIZE
030400         " (VENTANA " DELIMITED BY SIZE
030500         WS-EDIT-VENTANA DELIMITED BY SIZE
030600         " DIAS)" DELIMITED BY SIZE
030700         INTO RPT-LINEA
030800     END-STRING
030900     WRITE RPT-LINEA
031000     MOVE SPACES TO ESC-LINEA
031100     STRING "LISTA DE ESCALADO DE LA COLA DE REPARACION - FECHA "
031200         DELIMITED BY SIZE
031300         FEC-NEG-FECHA DELIMITED BY SIZE
031400         INTO ESC-LINEA
031500     END-STRING
031600     WRITE ESC-LINEA
031700     MOVE SPACES TO ESC-LINEA
031800     IF WS-JEFE = SPACES
031900         MOVE "PARA: JEFE DE CALIDAD DE DATOS" TO ESC-LINEA
032000     ELSE
032100         STRING "PARA: " DELIMITED BY SIZE
032200             WS-JEFE DELIMITED BY SPACE
032300             " (JEFE DE CALIDAD DE DATOS)" DELIMITED BY SIZE
032400             INTO ESC-LINEA
032500         END-STRING
032600     END-IF
032700     WRITE ESC-LINEA
032800     MOVE SPACES TO ESC-LINEA
032900     STRING "PROGRAMA MOTIVO                        LINAJE"
033000         DELIMITED BY SIZE
033100         "                      RECHAZO  EDAD PLZ EXCE"
033200         DELIMITED BY SIZE
033300         "  ANALISTA" DELIMITED BY SIZE
033400         INTO ESC-LINEA
033500     END-STRING
033600     WRITE ESC-LINEA.
033700 1000-EXIT.
033800     EXIT.
033900*================================================================
034000 1200-LEER-TARJETA.
034100*================================================================
034200*    SIN TARJETA, O CON LOS CAMPOS EN BLANCO, SE TOMAN LOS VALORES
034300*    POR DEFECTO.
034400     OPEN INPUT REPSLA-PARM
034500     IF WS-PAR-NO-EXISTE
034600         GO TO 1200-EXIT
034700     END-IF
034800     READ REPSLA-PARM
034900         AT END
035000             MOVE SPACES TO PAR-REGISTRO
035100     END-READ
035200     CLOSE REPSLA-PARM
035300     MOVE PAR-JEFE TO WS-JEFE
035400     IF PAR-VENTANA NOT = SPACES
035500         IF PAR-VENTANA IS NUMERIC AND PAR-VENTANA-N > 0
035600             MOVE PAR-VENTANA-N TO WS-VENTANA
035700         ELSE
035800             MOVE "N" TO WS-PETICION-VALIDA
035900         END-IF
036000     END-IF
036100     IF PAR-PLAZO NOT = SPACES
036200         IF PAR-PLAZO IS NUMERIC
036300             MOVE PAR-PLAZO-N TO WS-PLAZO-DEFECTO
036400         ELSE
036500             MOVE "N" TO WS-PETICION-VALIDA
036600         END-IF
036700     END-IF.
036800 1200-EXIT.
036900     EXIT.
037000*================================================================
037100 1300-CARGAR-PLAZOS.
037200*================================================================
037300     OPEN INPUT REPSLA-TABLA
037400     IF WS-TAB-NO-EXISTE
037500         MOVE "SIN TABLA DE PLAZOS REPSLATAB: PLAZO POR DEFECTO"
037600             TO RPT-LINEA
037700         WRITE RPT-LINEA
037800         GO TO 1300-EXIT
037900     END-IF
038000     PERFORM 1310-LEER-PLAZO THRU 1310-EXIT
038100     PERFORM 1320-ANOTAR-PLAZO THRU 1320-EXIT
038200         UNTIL WS-TAB-FIN-FICHERO
038300     CLOSE REPSLA-TABLA.
038400 1300-EXIT.
038500     EXIT.
038600*================================================================
038700 1310-LEER-PLAZO.
038800*================================================================
038900     READ REPSLA-TABLA
039000         AT END
039100             MOVE "10" TO WS-TAB-STATUS
039200     END-READ.
039300 1310-EXIT.
039400     EXIT.
039500*================================================================
039600 1320-ANOTAR-PLAZO.
039700*================================================================
039800*    UNA LINEA SIN PROGRAMA O CON EL PLAZO NO NUMERICO NO CUENTA.
039900     IF TAB-PROGRAMA = SPACES OR TAB-PLAZO IS NOT NUMERIC
040000         GO TO 1320-SIGUIENTE
040100     END-IF
040200     IF WS-NUM-PLAZOS NOT < 300
040300         ADD 1 TO WS-TOTAL-DESBORDADOS
040400         GO TO 1320-SIGUIENTE
040500     END-IF
040600     ADD 1 TO WS-NUM-PLAZOS
040700     MOVE TAB-PROGRAMA TO WS-PLZ-PROGRAMA(WS-NUM-PLAZOS)
040800     MOVE TAB-MOTIVO   TO WS-PLZ-MOTIVO(WS-NUM-PLAZOS)
040900     MOVE TAB-PLAZO-N  TO WS-PLZ-DIAS(WS-NUM-PLAZOS)
041000     MOVE TAB-ANALISTA TO WS-PLZ-ANALISTA(WS-NUM-PLAZOS).
041100 1320-SIGUIENTE.
041200     PERFORM 1310-LEER-PLAZO THRU 1310-EXIT.
041300 1320-EXIT.
041400     EXIT.
041500*================================================================
041600 1500-CARGAR-AVISOS.
041700*================================================================
041800*    ITEMS QUE YA LEVANTARON SU ALERTA EN CORRIDAS ANTERIORES.
041900     OPEN INPUT REPSLA-AVISOS
042000     IF WS-AVI-NO-EXISTE
042100         GO TO 1500-EXIT
042200     END-IF
042300     PERFORM 1510-LEER-AVISO THRU 1510-EXIT
042400     PERFORM 1520-ANOTAR-AVISO THRU 1520-EXIT
042500         UNTIL WS-AVI-FIN-FICHERO
042600     CLOSE REPSLA-AVISOS.
042700 1500-EXIT.
042800     EXIT.
042900*================================================================
043000 1510-LEER-AVISO.
043100*================================================================
043200     READ REPSLA-AVISOS
043300         AT END
043400             MOVE "10" TO WS-AVI-STATUS
043500     END-READ.
043600 1510-EXIT.
043700     EXIT.
043800*================================================================
043900 1520-ANOTAR-AVISO.
044000*================================================================
044100     IF AVI-PROGRAMA = SPACES
044200         GO TO 1520-SIGUIENTE
044300     END-IF
044400     IF WS-NUM-AVISOS NOT < 5000
044500         ADD 1 TO WS-TOTAL-DESBORDADOS
044600         GO TO 1520-SIGUIENTE
044700     END-IF
044800     ADD 1 TO WS-NUM-AVISOS
044900     MOVE AVI-PROGRAMA TO WS-AVI-PROGRAMA(WS-NUM-AVISOS)
045000     MOVE AVI-LINAJE   TO WS-AVI-LINAJE(WS-NUM-AVISOS)
045100     MOVE AVI-FECHA    TO WS-AVI-FECHA(WS-NUM-AVISOS)
045200     MOVE "N"          TO WS-AVI-VIGENTE(WS-NUM-AVISOS).
045300 1520-SIGUIENTE.
045400     PERFORM 1510-LEER-AVISO THRU 1510-EXIT.
045500 1520-EXIT.
045600     EXIT.
045700*================================================================
045800 2000-CARGAR-COLA.
045900*================================================================
046000*    LAS GENERACIONES DIARIAS DE LA VENTANA, DE LA MAS ANTIGUA A
046100*    LA MAS RECIENTE, Y POR ULTIMO LA COLA VIVA: LOS ITEMS QUEDAN
046200*    ANOTADOS DE MAS VIEJO A MAS NUEVO.
046300     COMPUTE WS-ENTERO-DIA = WS-ENTERO-NEGOCIO - WS-VENTANA
046400     PERFORM 2100-CARGAR-DIA THRU 2100-EXIT
046500         UNTIL WS-ENTERO-DIA > WS-ENTERO-NEGOCIO
046600     MOVE "REPARQUE" TO WS-NOMBRE-GEN
046700     PERFORM 2200-LEER-GENERACION THRU 2200-EXIT.
046800 2000-EXIT.
046900     EXIT.
047000*================================================================
047100 2100-CARGAR-DIA.
047200*================================================================
047300     COMPUTE WS-FECHA-GEN =
047400         FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
047500     MOVE SPACES TO WS-NOMBRE-GEN
047600     STRING "REPARQUE" WS-FECHA-GEN
047700         DELIMITED BY SIZE INTO WS-NOMBRE-GEN
047800     END-STRING
047900     PERFORM 2200-LEER-GENERACION THRU 2200-EXIT
048000     ADD 1 TO WS-ENTERO-DIA.
048100 2100-EXIT.
048200     EXIT.
048300*================================================================
048400 2200-LEER-GENERACION.
048500*================================================================
048600     OPEN INPUT RECHAZO-GEN
048700     IF NOT WS-GEN-ABIERTO
048800         GO TO 2200-EXIT
048900     END-IF
049000     ADD 1 TO WS-GEN-LEIDAS
049100     PERFORM 2210-LEER-RECHAZO THRU 2210-EXIT
049200     PERFORM 2220-ANOTAR-ITEM THRU 2220-EXIT
049300         UNTIL WS-GEN-FIN-FICHERO
049400     CLOSE RECHAZO-GEN.
049500 2200-EXIT.
049600     EXIT.
049700*================================================================
049800 2210-LEER-RECHAZO.
049900*================================================================
050000     READ RECHAZO-GEN
050100         AT END
050200             MOVE "10" TO WS-GEN-STATUS
050300         NOT AT END
050400             MOVE GEN-REGISTRO(1:8082) TO REJ-STD-REGISTRO
050500     END-READ.
050600 2210-EXIT.
050700     EXIT.
050800*================================================================
050900 2220-ANOTAR-ITEM.
051000*================================================================
051100*    UN MISMO ITEM PUEDE FIGURAR EN LA ULTIMA GENERACION Y EN LA
051200*    COLA VIVA: SE ANOTA UNA SOLA VEZ.
051300     IF REJ-STD-PROGRAMA = SPACES
051400         GO TO 2220-SIGUIENTE
051500     END-IF
051600     ADD 1 TO WS-TOTAL-LEIDOS
051700     IF REJ-STD-LINAJE = SPACES
051800         ADD 1 TO WS-TOTAL-SIN-LINAJE
051900         GO TO 2220-SIGUIENTE
052000     END-IF
052100     MOVE REJ-STD-PROGRAMA TO WS-PROGRAMA-BUSCADO
052200     MOVE REJ-STD-LINAJE TO WS-LINAJE-BUSCADO
052300     PERFORM 4700-BUSCAR-ITEM THRU 4700-EXIT
052400     IF WS-IDX-HALLADO NOT = 0
052500         GO TO 2220-SIGUIENTE
052600     END-IF
052700     IF WS-NUM-ITEMS NOT < 5000
052800         ADD 1 TO WS-TOTAL-DESBORDADOS
052900         GO TO 2220-SIGUIENTE
053000     END-IF
053100     ADD 1 TO WS-NUM-ITEMS
053200     MOVE REJ-STD-PROGRAMA TO WS-ITM-PROGRAMA(WS-NUM-ITEMS)
053300     MOVE REJ-STD-MOTIVO   TO WS-ITM-MOTIVO(WS-NUM-ITEMS)
053400     MOVE REJ-STD-LINAJE   TO WS-ITM-LINAJE(WS-NUM-ITEMS)
053500     MOVE REJ-STD-FECHA    TO WS-ITM-FECHA(WS-NUM-ITEMS)
053600     MOVE SPACES           TO WS-ITM-ANALISTA(WS-NUM-ITEMS)
053700     MOVE "N"              TO WS-ITM-REPARADO(WS-NUM-ITEMS).
053800 2220-SIGUIENTE.
053900     PERFORM 2210-LEER-RECHAZO THRU 2210-EXIT.
054000 2220-EXIT.
054100     EXIT.
054200*================================================================
054300 3000-CARGAR-REENVIOS.
054400*================================================================
054500*    CADA REENVIO APROBADO DE RESUBMIT LLEVA EN LA CLAVE EL
054600*    PROGRAMA (1:8) Y EL LINAJE (10:27) DEL ITEM REPARADO.
054700     IF WS-NUM-ITEMS = 0
054800         GO TO 3000-EXIT
054900     END-IF
055000     OPEN INPUT AUDITORIA-DIA
055100     IF WS-AUD-NO-EXISTE
055200         MOVE "SIN AUDITORIA AUDITDIA: NO HAY REENVIOS"
055300             TO RPT-LINEA
055400         WRITE RPT-LINEA
055500         GO TO 3000-EXIT
055600     END-IF
055700     PERFORM 3010-LEER-AUDITORIA THRU 3010-EXIT
055800     PERFORM 3050-ANOTAR-REENVIO THRU 3050-EXIT
055900         UNTIL WS-AUD-FIN-FICHERO
056000     CLOSE AUDITORIA-DIA.
056100 3000-EXIT.
056200     EXIT.
056300*================================================================
056400 3010-LEER-AUDITORIA.
056500*================================================================
056600     READ AUDITORIA-DIA
056700         AT END
056800             MOVE "10" TO WS-AUD-STATUS
056900         NOT AT END
057000             MOVE AUD-CAD-DATOS TO AUD-STD-REGISTRO
057100     END-READ.
057200 3010-EXIT.
057300     EXIT.
057400*================================================================
057500 3050-ANOTAR-REENVIO.
057600*================================================================
057700     IF AUD-STD-PROGRAMA NOT = "RESUBMIT"
057800      OR AUD-STD-DECISION NOT = "REENVIO APROBADO"
057900         GO TO 3050-SIGUIENTE
058000     END-IF
058100     MOVE AUD-STD-CLAVE(1:8) TO WS-PROGRAMA-BUSCADO
058200     MOVE AUD-STD-CLAVE(10:27) TO WS-LINAJE-BUSCADO
058300     PERFORM 4700-BUSCAR-ITEM THRU 4700-EXIT
058400     IF WS-IDX-HALLADO NOT = 0
058500         IF WS-ITM-REPARADO(WS-IDX-HALLADO) = "N"
058600             MOVE "S" TO WS-ITM-REPARADO(WS-IDX-HALLADO)
058700             ADD 1 TO WS-TOTAL-REPARADOS
058800         END-IF
058900     END-IF.
059000 3050-SIGUIENTE.
059100     PERFORM 3010-LEER-AUDITORIA THRU 3010-EXIT.
059200 3050-EXIT.
059300     EXIT.
059400*================================================================
059500 3500-CARGAR-FIRMAS.
059600*================================================================
059700*    UN ITEM YA CORREGIDO QUE ESPERA SEGUNDA FIRMA ES DEL ANALISTA
059800*    QUE LO CORRIGIO.
059900     IF WS-NUM-ITEMS = 0
060000         GO TO 3500-EXIT
060100     END-IF
060200     OPEN INPUT RESUBMIT-PEND
060300     IF WS-PND-NO-EXISTE
060400         GO TO 3500-EXIT
060500     END-IF
060600     PERFORM 3510-LEER-FIRMA THRU 3510-EXIT
060700     PERFORM 3550-ANOTAR-FIRMA THRU 3550-EXIT
060800         UNTIL WS-PND-FIN-FICHERO
060900     CLOSE RESUBMIT-PEND.
061000 3500-EXIT.
061100     EXIT.
061200*================================================================
061300 3510-LEER-FIRMA.
061400*================================================================
061500     READ RESUBMIT-PEND
061600         AT END
061700             MOVE "10" TO WS-PND-STATUS
061800     END-READ.
061900 3510-EXIT.
062000     EXIT.
062100*================================================================
062200 3550-ANOTAR-FIRMA.
062300*================================================================
062400     IF PND-STD-PROGRAMA = SPACES OR PND-STD-LINAJE = SPACES
062500      OR PND-STD-ANALISTA = SPACES
062600         GO TO 3550-SIGUIENTE
062700     END-IF
062800     MOVE PND-STD-PROGRAMA TO WS-PROGRAMA-BUSCADO
062900     MOVE PND-STD-LINAJE TO WS-LINAJE-BUSCADO
063000     PERFORM 4700-BUSCAR-ITEM THRU 4700-EXIT
063100     IF WS-IDX-HALLADO NOT = 0
063200         MOVE PND-STD-ANALISTA TO WS-ITM-ANALISTA(WS-IDX-HALLADO)
063300         ADD 1 TO WS-TOTAL-FIRMAS
063400     END-IF.
063500 3550-SIGUIENTE.
063600     PERFORM 3510-LEER-FIRMA THRU 3510-EXIT.
063700 3550-EXIT.
063800     EXIT.
063900*================================================================
064000 4000-ENVEJECER-ITEM.
064100*================================================================
064200*    EDAD, PLAZO, RESPONSABLE Y TRAMO DE CADA ITEM ABIERTO; EL QUE
064300*    PASA DE SU PLAZO VA A LA LISTA DE ESCALADO.
064400     IF WS-ITM-REPARADO(WS-IDX) = "S"
064500         GO TO 4000-EXIT
064600     END-IF
064700     ADD 1 TO WS-TOTAL-ABIERTOS
064800     MOVE WS-ITM-FECHA(WS-IDX) TO WS-FECHA-BUSCADA
064900     PERFORM 4100-EDAD-DE-FECHA THRU 4100-EXIT
065000     PERFORM 4200-PLAZO-DE-ITEM THRU 4200-EXIT
065100     IF WS-ITM-ANALISTA(WS-IDX) = SPACES
065200         MOVE WS-SIN-ANALISTA TO WS-ITM-ANALISTA(WS-IDX)
065300     END-IF
065400     MOVE 5 TO WS-TRAMO
065500     PERFORM 4300-COMPARAR-TRAMO THRU 4300-EXIT
065600         VARYING WS-IDX-BUS FROM 4 BY -1
065700         UNTIL WS-IDX-BUS < 1
065800     ADD 1 TO WS-TOT-TRAMO(WS-TRAMO)
065900     MOVE WS-ITM-ANALISTA(WS-IDX) TO WS-ANALISTA-BUSCADO
066000     PERFORM 4400-BUSCAR-ANALISTA THRU 4400-EXIT
066100     IF WS-IDX-ANA NOT = 0
066200         ADD 1 TO WS-ANA-TRAMO(WS-IDX-ANA, WS-TRAMO)
066300         ADD 1 TO WS-ANA-TOTAL(WS-IDX-ANA)
066400     END-IF
066500     IF WS-EDAD NOT > WS-PLAZO
066600         GO TO 4000-EXIT
066700     END-IF
066800     ADD 1 TO WS-TOTAL-FUERA
066900     IF WS-IDX-ANA NOT = 0
067000         ADD 1 TO WS-ANA-FUERA(WS-IDX-ANA)
067100     END-IF
067200     COMPUTE WS-EXCESO = WS-EDAD - WS-PLAZO
067300     PERFORM 5000-ESCALAR-ITEM THRU 5000-EXIT.
067400 4000-EXIT.
067500     EXIT.
067600*================================================================
067700 4100-EDAD-DE-FECHA.
067800*================================================================
067900*    LA EDAD DE CADA FECHA DE RECHAZO SE CALCULA UNA SOLA VEZ.
068000     MOVE 0 TO WS-IDX-HALLADO
068100     PERFORM 4110-COMPARAR-EDAD THRU 4110-EXIT
068200         VARYING WS-IDX-BUS FROM 1 BY 1
068300         UNTIL WS-IDX-BUS > WS-NUM-EDADES
068400            OR WS-IDX-HALLADO NOT = 0
068500     IF WS-IDX-HALLADO NOT = 0
068600         MOVE WS-EDA-DIAS(WS-IDX-HALLADO) TO WS-EDAD
068700         GO TO 4100-EXIT
068800     END-IF
068900     MOVE 0 TO WS-EDAD
069000     IF WS-FECHA-BUSCADA NOT NUMERIC
069100        OR WS-FECHA-BUSCADA NOT < FEC-NEG-FECHA
069200         GO TO 4100-GUARDAR
069300     END-IF
069400*    DIAS LABORABLES POSTERIORES AL RECHAZO HASTA LA FECHA DE
069500*    NEGOCIO INCLUSIVE, DE UNO EN UNO CON EL CALENDARIO.
069600     MOVE WS-FECHA-BUSCADA TO WS-FECHA-PASO
069700     PERFORM 4120-SIGUIENTE-LABORABLE THRU 4120-EXIT
069800         UNTIL WS-FECHA-PASO > FEC-NEG-FECHA
069900     IF WS-FECHA-PASO = 99999999
070000         SET EDAD-CIVIL TO TRUE
070100         COMPUTE WS-ENTERO-RECHAZO =
070200             FUNCTION INTEGER-OF-DATE(WS-FECHA-BUSCADA)
070300         COMPUTE WS-EDAD = WS-ENTERO-NEGOCIO - WS-ENTERO-RECHAZO
070400     END-IF.
070500 4100-GUARDAR.
070600     IF WS-NUM-EDADES < 400
070700         ADD 1 TO WS-NUM-EDADES
070800         MOVE WS-FECHA-BUSCADA TO WS-EDA-FECHA(WS-NUM-EDADES)
070900         MOVE WS-EDAD TO WS-EDA-DIAS(WS-NUM-EDADES)
071000     END-IF.
071100 4100-EXIT.
071200     EXIT.
071300*================================================================
071400 4110-COMPARAR-EDAD.
071500*================================================================
071600     IF WS-EDA-FECHA(WS-IDX-BUS) = WS-FECHA-BUSCADA
071700         MOVE WS-IDX-BUS TO WS-IDX-HALLADO
071800     END-IF.
071900 4110-EXIT.
072000     EXIT.
072100*================================================================
072200 4120-SIGUIENTE-LABORABLE.
072300*================================================================
072400*    FUERA DE LA VIGENCIA DEL CALENDARIO SE CORTA EL RECORRIDO Y
072500*    LA EDAD SE CUENTA EN DIAS CIVILES.
072600     MOVE SPACES TO CAL-STD-AREA
072700     MOVE "P" TO CAL-STD-FUNCION
072800     MOVE WS-FECHA-PASO TO CAL-STD-FECHA
072900     CALL "CALENDARIO" USING CAL-STD-AREA
073000     IF CAL-FUERA-VIGENCIA
073100         MOVE 99999999 TO WS-FECHA-PASO
073200         GO TO 4120-EXIT
073300     END-IF
073400     MOVE CAL-STD-RESULTADO TO WS-FECHA-PASO
073500     IF WS-FECHA-PASO NOT > FEC-NEG-FECHA
073600         ADD 1 TO WS-EDAD
073700     END-IF.
073800 4120-EXIT.
073900     EXIT.
074000*================================================================
074100 4200-PLAZO-DE-ITEM.
074200*================================================================
074300*    PROGRAMA Y MOTIVO; SI NO, PROGRAMA CON MOTIVO EN BLANCO; SI
074400*    NO, EL PLAZO POR DEFECTO. EL RESPONSABLE DE LA TABLA SOLO SE
074500*    TOMA SI NADIE HA CORREGIDO YA EL ITEM.
074600     MOVE 0 TO WS-IDX-HALLADO WS-IDX-PLZ-PROGRAMA
074700     PERFORM 4210-COMPARAR-PLAZO THRU 4210-EXIT
074800         VARYING WS-IDX-PLZ FROM 1 BY 1
074900         UNTIL WS-IDX-PLZ > WS-NUM-PLAZOS
075000            OR WS-IDX-HALLADO NOT = 0
075100     IF WS-IDX-HALLADO = 0
075200         MOVE WS-IDX-PLZ-PROGRAMA TO WS-IDX-HALLADO
075300     END-IF
075400     IF WS-IDX-HALLADO = 0
075500         MOVE WS-PLAZO-DEFECTO TO WS-PLAZO
075600         GO TO 4200-EXIT
075700     END-IF
075800     MOVE WS-PLZ-DIAS(WS-IDX-HALLADO) TO WS-PLAZO
075900     IF WS-ITM-ANALISTA(WS-IDX) = SPACES
076000         MOVE WS-PLZ-ANALISTA(WS-IDX-HALLADO)
076100             TO WS-ITM-ANALISTA(WS-IDX)
076200     END-IF.
076300 4200-EXIT.
076400     EXIT.
076500*================================================================
076600 4210-COMPARAR-PLAZO.
076700*================================================================
076800     IF WS-PLZ-PROGRAMA(WS-IDX-PLZ) NOT = WS-ITM-PROGRAMA(WS-IDX)
076900         GO TO 4210-EXIT
077000     END-IF
077100     IF WS-PLZ-MOTIVO(WS-IDX-PLZ) = WS-ITM-MOTIVO(WS-IDX)
077200         MOVE WS-IDX-PLZ TO WS-IDX-HALLADO
077300         GO TO 4210-EXIT
077400     END-IF
077500     IF WS-PLZ-MOTIVO(WS-IDX-PLZ) = SPACES
077600        AND WS-IDX-PLZ-PROGRAMA = 0
077700         MOVE WS-IDX-PLZ TO WS-IDX-PLZ-PROGRAMA
077800     END-IF.
077900 4210-EXIT.
078000     EXIT.
078100*================================================================
078200 4300-COMPARAR-TRAMO.
078300*================================================================
078400     IF WS-EDAD NOT > WS-TRAMO-TOPE(WS-IDX-BUS)
078500         MOVE WS-IDX-BUS TO WS-TRAMO
078600     END-IF.
078700 4300-EXIT.
078800     EXIT.
078900*================================================================
079000 4400-BUSCAR-ANALISTA.
079100*================================================================
079200*    EL ANALISTA NUEVO SE DA DE ALTA; CON LA TABLA LLENA EL ITEM
079300*    SOLO CUENTA EN LOS TOTALES.
079400     MOVE 0 TO WS-IDX-ANA
079500     PERFORM 4410-COMPARAR-ANALISTA THRU 4410-EXIT
079600         VARYING WS-IDX-BUS FROM 1 BY 1
079700         UNTIL WS-IDX-BUS > WS-NUM-ANALISTAS
079800            OR WS-IDX-ANA NOT = 0
079900     IF WS-IDX-ANA NOT = 0
080000         GO TO 4400-EXIT
080100     END-IF
080200     IF WS-NUM-ANALISTAS NOT < 200
080300         ADD 1 TO WS-TOTAL-DESBORDADOS
080400         GO TO 4400-EXIT
080500     END-IF
080600     ADD 1 TO WS-NUM-ANALISTAS
080700     MOVE WS-NUM-ANALISTAS TO WS-IDX-ANA
080800     MOVE WS-ANALISTA-BUSCADO TO WS-ANA-ANALISTA(WS-IDX-ANA)
080900     MOVE 0 TO WS-ANA-TRAMO(WS-IDX-ANA, 1)
081000               WS-ANA-TRAMO(WS-IDX-ANA, 2)
081100               WS-ANA-TRAMO(WS-IDX-ANA, 3)
081200               WS-ANA-TRAMO(WS-IDX-ANA, 4)
081300               WS-ANA-TRAMO(WS-IDX-ANA, 5)
081400               WS-ANA-TOTAL(WS-IDX-ANA) WS-ANA-FUERA(WS-IDX-ANA).
081500 4400-EXIT.
081600     EXIT.
081700*================================================================
081800 4410-COMPARAR-ANALISTA.
081900*================================================================
082000     IF WS-ANA-ANALISTA(WS-IDX-BUS) = WS-ANALISTA-BUSCADO
082100         MOVE WS-IDX-BUS TO WS-IDX-ANA
082200     END-IF.
082300 4410-EXIT.
082400     EXIT.
082500*================================================================
082600 4700-BUSCAR-ITEM.
082700*================================================================
082800     MOVE 0 TO WS-IDX-HALLADO
082900     PERFORM 4710-COMPARAR-ITEM THRU 4710-EXIT
083000         VARYING WS-IDX-BUS FROM 1 BY 1
083100         UNTIL WS-IDX-BUS > WS-NUM-ITEMS
083200            OR WS-IDX-HALLADO NOT = 0.
083300 4700-EXIT.
083400     EXIT.
083500*================================================================
083600 4710-COMPARAR-ITEM.
083700*================================================================
083800     IF WS-ITM-LINAJE(WS-IDX-BUS) = WS-LINAJE-BUSCADO
083900      AND WS-ITM-PROGRAMA(WS-IDX-BUS) = WS-PROGRAMA-BUSCADO
084000         MOVE WS-IDX-BUS TO WS-IDX-HALLADO
084100     END-IF.
084200 4710-EXIT.
084300     EXIT.
084400*================================================================
084500 5000-ESCALAR-ITEM.
084600*================================================================
084700*    EL ITEM VA A LA LISTA DE ESCALADO; SI NO ESTABA AVISADO SE
084800*    LEVANTA SU ALERTA Y SE ANOTA EN REPAVIS.
084900     MOVE 0 TO WS-IDX-AVI
085000     PERFORM 5100-COMPARAR-AVISO THRU 5100-EXIT
085100         VARYING WS-IDX-BUS FROM 1 BY 1
085200         UNTIL WS-IDX-BUS > WS-NUM-AVISOS
085300            OR WS-IDX-AVI NOT = 0
085400     MOVE SPACES TO ESC-DETALLE
085500     IF WS-IDX-AVI = 0
085600         PERFORM 5200-LEVANTAR-ALERTA THRU 5200-EXIT
085700         MOVE "NUEVO" TO ESC-NUEVO
085800     ELSE
085900         MOVE "S" TO WS-AVI-VIGENTE(WS-IDX-AVI)
086000     END-IF
086100     MOVE WS-ITM-PROGRAMA(WS-IDX) TO ESC-PROGRAMA
086200     MOVE WS-ITM-MOTIVO(WS-IDX)   TO ESC-MOTIVO
086300     MOVE WS-ITM-LINAJE(WS-IDX)   TO ESC-LINAJE
086400     MOVE WS-ITM-FECHA(WS-IDX)    TO ESC-FECHA
086500     MOVE WS-EDAD                 TO ESC-EDAD
086600     MOVE WS-PLAZO                TO ESC-PLAZO
086700     MOVE WS-EXCESO               TO ESC-EXCESO
086800     MOVE WS-ITM-ANALISTA(WS-IDX) TO ESC-ANALISTA
086900     WRITE ESC-DETALLE.
087000 5000-EXIT.
087100     EXIT.
087200*================================================================
087300 5100-COMPARAR-AVISO.
087400*================================================================
087500     IF WS-AVI-LINAJE(WS-IDX-BUS) = WS-ITM-LINAJE(WS-IDX)
087600      AND WS-AVI-PROGRAMA(WS-IDX-BUS) = WS-ITM-PROGRAMA(WS-IDX)
087700         MOVE WS-IDX-BUS TO WS-IDX-AVI
087800     END-IF.
087900 5100-EXIT.
088000     EXIT.
088100*================================================================
088200 5200-LEVANTAR-ALERTA.
088300*================================================================
088400     MOVE WS-EDAD TO WS-EDIT-EDAD
088500     MOVE SPACES TO ALR-STD-REGISTRO
088600     MOVE "REPARSLA" TO ALR-STD-PROGRAMA
088700     MOVE "A" TO ALR-STD-SEVERIDAD
088800     STRING "PLAZO VENCIDO " DELIMITED BY SIZE
088900         WS-ITM-PROGRAMA(WS-IDX) DELIMITED BY SPACE
089000         " " DELIMITED BY SIZE
089100         WS-ITM-LINAJE(WS-IDX) DELIMITED BY SIZE
089200         " D" DELIMITED BY SIZE
089300         WS-EDIT-EDAD DELIMITED BY SIZE
089400         INTO ALR-STD-TEXTO
089500     END-STRING
089600     CALL "ALERTADOR" USING ALR-STD-REGISTRO
089700     ADD 1 TO WS-TOTAL-ALERTAS
089800     IF WS-NUM-AVISOS NOT < 5000
089900         ADD 1 TO WS-TOTAL-DESBORDADOS
090000         GO TO 5200-EXIT
090100     END-IF
090200     ADD 1 TO WS-NUM-AVISOS
090300     MOVE WS-ITM-PROGRAMA(WS-IDX)
090400         TO WS-AVI-PROGRAMA(WS-NUM-AVISOS)
090500     MOVE WS-ITM-LINAJE(WS-IDX) TO WS-AVI-LINAJE(WS-NUM-AVISOS)
090600     MOVE FEC-NEG-FECHA TO WS-AVI-FECHA(WS-NUM-AVISOS)
090700     MOVE "S" TO WS-AVI-VIGENTE(WS-NUM-AVISOS).
090800 5200-EXIT.
090900     EXIT.
091000*================================================================
091100 6000-ESCRIBIR-INFORME.
091200*================================================================
091300     IF EDAD-CIVIL
091400         MOVE "CALENDARIO NO ALCANZA: ALGUNA EDAD EN DIAS CIVILES"
091500             TO RPT-LINEA
091600         WRITE RPT-LINEA
091700     END-IF
091800     MOVE SPACES TO RPT-LINEA
091900     WRITE RPT-LINEA
092000     MOVE "ITEMS ABIERTOS POR ANALISTA Y TRAMO DE EDAD (DIAS LAB)"
092100         TO RPT-LINEA
092200     WRITE RPT-LINEA
092300     MOVE SPACES TO RPT-LINEA
092400     STRING "ANALISTA     0-2   3-5  6-10 11-20   >20"
092500         DELIMITED BY SIZE
092600         "    TOTAL  F.PLAZO" DELIMITED BY SIZE
092700         INTO RPT-LINEA
092800     END-STRING
092900     WRITE RPT-LINEA
093000     PERFORM 6100-LINEA-ANALISTA THRU 6100-EXIT
093100         VARYING WS-IDX-ANA FROM 1 BY 1
093200         UNTIL WS-IDX-ANA > WS-NUM-ANALISTAS
093300     MOVE SPACES TO RPT-ANALISTA-DET
093400     MOVE "TOTAL" TO RPT-ANA-ANALISTA
093500     PERFORM 6200-TOTAL-TRAMO THRU 6200-EXIT
093600         VARYING WS-TRAMO FROM 1 BY 1
093700         UNTIL WS-TRAMO > 5
093800     MOVE WS-TOTAL-ABIERTOS TO RPT-ANA-TOTAL
093900     MOVE WS-TOTAL-FUERA TO RPT-ANA-FUERA
094000     WRITE RPT-ANALISTA-DET
094100     MOVE SPACES TO RPT-LINEA
094200     WRITE RPT-LINEA
094300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
094400     MOVE "GENERACIONES LEIDAS" TO RPT-RESUMEN-ETIQUETA
094500     MOVE WS-GEN-LEIDAS TO RPT-RESUMEN-VALOR
094600     WRITE RPT-RESUMEN-REGISTRO
094700     MOVE "RECHAZOS LEIDOS" TO RPT-RESUMEN-ETIQUETA
094800     MOVE WS-TOTAL-LEIDOS TO RPT-RESUMEN-VALOR
094900     WRITE RPT-RESUMEN-REGISTRO
095000     MOVE "  SIN LINAJE, SIN SEGUIMIENTO" TO RPT-RESUMEN-ETIQUETA
095100     MOVE WS-TOTAL-SIN-LINAJE TO RPT-RESUMEN-VALOR
095200     WRITE RPT-RESUMEN-REGISTRO
095300     MOVE "ITEMS DISTINTOS" TO RPT-RESUMEN-ETIQUETA
095400     MOVE WS-NUM-ITEMS TO RPT-RESUMEN-VALOR
095500     WRITE RPT-RESUMEN-REGISTRO
095600     MOVE "  REPARADOS (REENVIO APROBADO)" TO RPT-RESUMEN-ETIQUETA
095700     MOVE WS-TOTAL-REPARADOS TO RPT-RESUMEN-VALOR
095800     WRITE RPT-RESUMEN-REGISTRO
095900     MOVE "  ABIERTOS" TO RPT-RESUMEN-ETIQUETA
096000     MOVE WS-TOTAL-ABIERTOS TO RPT-RESUMEN-VALOR
096100     WRITE RPT-RESUMEN-REGISTRO
096200     MOVE "  CORREGIDOS, SEGUNDA FIRMA" TO RPT-RESUMEN-ETIQUETA
096300     MOVE WS-TOTAL-FIRMAS TO RPT-RESUMEN-VALOR
096400     WRITE RPT-RESUMEN-REGISTRO
096500     MOVE "  FUERA DE PLAZO" TO RPT-RESUMEN-ETIQUETA
096600     MOVE WS-TOTAL-FUERA TO RPT-RESUMEN-VALOR
096700     WRITE RPT-RESUMEN-REGISTRO
096800     MOVE "ALERTAS NUEVAS" TO RPT-RESUMEN-ETIQUETA
096900     MOVE WS-TOTAL-ALERTAS TO RPT-RESUMEN-VALOR
097000     WRITE RPT-RESUMEN-REGISTRO
097100     IF WS-TOTAL-DESBORDADOS > 0
097200         MOVE "DESBORDADOS (TABLA LLENA)" TO RPT-RESUMEN-ETIQUETA
097300         MOVE WS-TOTAL-DESBORDADOS TO RPT-RESUMEN-VALOR
097400         WRITE RPT-RESUMEN-REGISTRO
097500     END-IF
097600     MOVE SPACES TO ESC-LINEA
097700     IF WS-TOTAL-FUERA = 0
097800         MOVE "NINGUN ITEM FUERA DE PLAZO" TO ESC-LINEA
097900     ELSE
098000         MOVE WS-TOTAL-FUERA TO WS-EDIT-EDAD
098100         STRING "ITEMS FUERA DE PLAZO: " DELIMITED BY SIZE
098200             WS-EDIT-EDAD DELIMITED BY SIZE
098300             INTO ESC-LINEA
098400         END-STRING
098500     END-IF
098600     WRITE ESC-LINEA.
098700 6000-EXIT.
098800     EXIT.
098900*================================================================
099000 6100-LINEA-ANALISTA.
099100*================================================================
099200     MOVE SPACES TO RPT-ANALISTA-DET
099300     MOVE WS-ANA-ANALISTA(WS-IDX-ANA) TO RPT-ANA-ANALISTA
099400     PERFORM 6110-TRAMO-ANALISTA THRU 6110-EXIT
099500         VARYING WS-TRAMO FROM 1 BY 1
099600         UNTIL WS-TRAMO > 5
099700     MOVE WS-ANA-TOTAL(WS-IDX-ANA) TO RPT-ANA-TOTAL
099800     MOVE WS-ANA-FUERA(WS-IDX-ANA) TO RPT-ANA-FUERA
099900     WRITE RPT-ANALISTA-DET.
100000 6100-EXIT.
100100     EXIT.
100200*================================================================
100300 6110-TRAMO-ANALISTA.
100400*================================================================
100500     MOVE WS-ANA-TRAMO(WS-IDX-ANA, WS-TRAMO)
100600         TO RPT-ANA-TRAMO(WS-TRAMO).
100700 6110-EXIT.
100800     EXIT.
100900*================================================================
101000 6200-TOTAL-TRAMO.
101100*================================================================
101200     MOVE WS-TOT-TRAMO(WS-TRAMO) TO RPT-ANA-TRAMO(WS-TRAMO).
101300 6200-EXIT.
101400     EXIT.
101500*================================================================
101600 7000-REGRABAR-AVISOS.
101700*================================================================
101800*    QUEDAN LOS AVISOS DE LOS ITEMS QUE SIGUEN FUERA DE PLAZO; EL
101900*    ITEM REPARADO O QUE SALIO DE LA VENTANA SE OLVIDA.
102000     OPEN OUTPUT REPSLA-AVISOS
102100     PERFORM 7100-GRABAR-AVISO THRU 7100-EXIT
102200         VARYING WS-IDX-AVI FROM 1 BY 1
102300         UNTIL WS-IDX-AVI > WS-NUM-AVISOS
102400     CLOSE REPSLA-AVISOS.
102500 7000-EXIT.
102600     EXIT.
102700*================================================================
102800 7100-GRABAR-AVISO.
102900*================================================================
103000     IF WS-AVI-VIGENTE(WS-IDX-AVI) NOT = "S"
103100         GO TO 7100-EXIT
103200     END-IF
103300     MOVE WS-AVI-PROGRAMA(WS-IDX-AVI) TO AVI-PROGRAMA
103400     MOVE WS-AVI-LINAJE(WS-IDX-AVI)   TO AVI-LINAJE
103500     MOVE WS-AVI-FECHA(WS-IDX-AVI)    TO AVI-FECHA
103600     WRITE AVI-REGISTRO.
103700 7100-EXIT.
103800     EXIT.
103900*================================================================
104000 9000-TERMINATE.
104100*================================================================
104200     EVALUATE TRUE
104300         WHEN NOT PETICION-VALIDA
104400             MOVE 8 TO RETURN-CODE
104500         WHEN WS-TOTAL-FUERA > 0 OR WS-TOTAL-DESBORDADOS > 0
104600             MOVE 4 TO RETURN-CODE
104700         WHEN OTHER
104800             MOVE 0 TO RETURN-CODE
104900     END-EVALUATE
105000     CLOSE REPSLA-RPT REPSLA-ESCALADO.
105100 9000-EXIT.
105200     EXIT.
105300 END PROGRAM REPARSLA.
