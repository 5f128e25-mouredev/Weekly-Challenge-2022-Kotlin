000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VERSEM.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. INFORME SEMANAL DE ENTREGAS:
001300*                    PARA CADA ENTREGA DEL REGISTRO VERSIONES
001400*                    INSTALADA EN LOS ULTIMOS VEINTIOCHO DIAS
001500*                    COMPARA LAS CORRIDAS DEL FICHERO METRICAS DE
001600*                    LOS SIETE DIAS ANTERIORES A LA INSTALACION
001700*                    (CON OTRA VERSION) CON LAS DE LOS SIETE DIAS
001800*                    DESDE ELLA (CON LA VERSION NUEVA): RITMO EN
001900*                    REGISTROS POR SEGUNDO Y TASA DE RECHAZO.
002000*                    MARCA REGRESION CUANDO EL RECHAZO SUBE MAS DE
002100*                    UN PUNTO O EL RITMO CAE POR DEBAJO DEL 80 POR
002200*                    CIENTO DEL ANTERIOR, Y TERMINA ENTONCES CON
002300*                    RC 4 PARA QUE EL CAMBIO SE REVISE.
002400*----------------------------------------------------------------
002500 ENVIRONMENT     DIVISION.
002600 INPUT-OUTPUT    SECTION.
002700 FILE-CONTROL.
002800     SELECT VERSIONES-FILE ASSIGN TO "VERSIONES"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-VER-STATUS.
003100     SELECT METRICAS-FILE ASSIGN TO "METRICAS"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-MET-STATUS.
003400     SELECT VERSEM-RPT ASSIGN TO "VERSRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600 DATA            DIVISION.
003700 FILE            SECTION.
003800 FD  VERSIONES-FILE
003900     RECORDING MODE IS F.
004000     COPY VERREG.
004100 FD  METRICAS-FILE
004200     RECORDING MODE IS F.
004300 01  MET-REGISTRO.
004400     05  MET-REG-PROGRAMA    PIC X(08).
004500     05  MET-REG-FECHA       PIC 9(08).
004600     05  MET-REG-CORRIDA     PIC 9(04).
004700     05  MET-REG-LEIDOS      PIC 9(09).
004800     05  MET-REG-ESCRITOS    PIC 9(09).
004900     05  MET-REG-RECHAZADOS  PIC 9(09).
005000     05  MET-REG-DURACION    PIC 9(09).
005100     05  MET-REG-REGS-SEG    PIC 9(09).
005200     05  MET-REG-VERSION     PIC X(10).
005300 FD  VERSEM-RPT
005400     RECORDING MODE IS F.
005500 01  RPT-LINEA               PIC X(100).
005600 01  RPT-ENTREGA-REGISTRO.
005700     05  RPT-ENT-PROGRAMA    PIC X(16).
005800     05  FILLER              PIC X(01).
005900     05  RPT-ENT-VERSION     PIC X(10).
006000     05  FILLER              PIC X(01).
006100     05  RPT-ENT-FECHA       PIC 9(08).
006200     05  FILLER              PIC X(01).
006300     05  RPT-ENT-TICKET      PIC X(12).
006400     05  FILLER              PIC X(01).
006500     05  RPT-ENT-LITERAL     PIC X(10).
006600     05  RPT-ENT-ANTERIOR    PIC X(10).
006700     05  FILLER              PIC X(02).
006800     05  RPT-ENT-VEREDICTO   PIC X(09).
006900 01  RPT-TRAMO-REGISTRO.
007000     05  FILLER              PIC X(04).
007100     05  RPT-TRA-TRAMO       PIC X(07).
007200     05  FILLER              PIC X(01).
007300     05  RPT-TRA-CORRIDAS    PIC Z(4)9.
007400     05  FILLER              PIC X(01).
007500     05  RPT-TRA-LEIDOS      PIC Z(8)9.
007600     05  FILLER              PIC X(01).
007700     05  RPT-TRA-RECHAZADOS  PIC Z(8)9.
007800     05  FILLER              PIC X(01).
007900     05  RPT-TRA-TASA        PIC ZZ9.99.
008000     05  FILLER              PIC X(01).
008100     05  RPT-TRA-RITMO       PIC Z(8)9.
008200 01  RPT-RESUMEN-REGISTRO.
008300     05  RPT-RESUMEN-ETIQUETA PIC X(30).
008400     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
008500 WORKING-STORAGE SECTION.
008600*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
008700     COPY FECNEG.
008800 01  WS-VER-STATUS           PIC X(02).
008900     88  WS-VER-NO-EXISTE            VALUE "35".
009000     88  WS-VER-FIN-FICHERO          VALUE "10".
009100 01  WS-MET-STATUS           PIC X(02).
009200     88  WS-MET-NO-EXISTE            VALUE "35".
009300     88  WS-MET-FIN-FICHERO          VALUE "10".
009400 01  WS-FECHAS.
009500     05  WS-DIA-NEGOCIO      PIC 9(08) VALUE ZERO.
009600     05  WS-DIA-CORTE        PIC 9(08) VALUE ZERO.
009700     05  WS-ENTERO-DIA       PIC 9(08) VALUE ZERO.
009800 01  WS-MET-PROGRAMA         PIC X(16) VALUE SPACES.
009900*    REGISTRO DE ENTREGAS COMPLETO, PARA HALLAR LA VERSION QUE
010000*    CADA ENTREGA SUSTITUYO.
010100 01  WS-TABLA-VERSIONES.
010200     05  WS-NUM-VERSIONES    PIC 9(04) COMP VALUE ZERO.
010300     05  WS-VER-ENTRY OCCURS 2000 TIMES.
010400         10  WS-VER-PROGRAMA PIC X(16).
010500         10  WS-VER-VERSION  PIC X(10).
010600         10  WS-VER-FECHA    PIC 9(08).
010700         10  WS-VER-TICKET   PIC X(12).
010800*    ENTREGAS A REVISAR, CON SUS TRAMOS ANTES Y DESPUES Y LOS
010900*    ACUMULADOS DE LAS CORRIDAS QUE CAEN EN CADA UNO.
011000 01  WS-TABLA-REVISION.
011100     05  WS-NUM-REVISION     PIC 9(03) COMP VALUE ZERO.
011200     05  WS-REV-ENTRY OCCURS 200 TIMES.
011300         10  WS-REV-VER      PIC 9(04) COMP.
011400         10  WS-REV-ANTERIOR PIC X(10).
011500         10  WS-REV-DESDE-ANT PIC 9(08).
011600         10  WS-REV-HASTA-DES PIC 9(08).
011700         10  WS-REV-TRAMO OCCURS 2 TIMES.
011800             15  WS-REV-CORRIDAS   PIC 9(05) COMP.
011900             15  WS-REV-LEIDOS     PIC 9(12) COMP.
012000             15  WS-REV-ESCRITOS   PIC 9(12) COMP.
012100             15  WS-REV-RECHAZADOS PIC 9(12) COMP.
012200             15  WS-REV-DURACION   PIC 9(12) COMP.
012300 01  WS-INDICES.
012400     05  WS-IDX              PIC 9(04) COMP VALUE 0.
012500     05  WS-IDX-REV          PIC 9(03) COMP VALUE 0.
012600     05  WS-IDX-VER          PIC 9(04) COMP VALUE 0.
012700     05  WS-IDX-TRAMO        PIC 9(01) COMP VALUE 0.
012800 01  WS-CALCULO.
012900     05  WS-FECHA-ANTERIOR   PIC 9(08) VALUE ZERO.
013000     05  WS-TASA             PIC 9(03)V99 OCCURS 2 TIMES.
013100     05  WS-RITMO            PIC 9(09) OCCURS 2 TIMES.
013200     05  WS-UMBRAL-TASA      PIC 9(04)V99 VALUE ZERO.
013300     05  WS-UMBRAL-RITMO     PIC 9(11) VALUE ZERO.
013400 01  WS-CONTADORES.
013500     05  WS-TOTAL-REVISADAS  PIC 9(05) COMP VALUE ZERO.
013600     05  WS-TOTAL-REGRESION  PIC 9(05) COMP VALUE ZERO.
013700     05  WS-TOTAL-SIN-DATOS  PIC 9(05) COMP VALUE ZERO.
013800 PROCEDURE       DIVISION.
013900*================================================================
014000 0000-MAINLINE.
014100*================================================================
014200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014300     IF WS-VER-NO-EXISTE
014400         MOVE "SIN REGISTRO DE VERSIONES" TO RPT-LINEA
014500         WRITE RPT-LINEA
014600     ELSE
014700         PERFORM 2000-CARGAR-VERSIONES THRU 2000-EXIT
014800         PERFORM 2500-SELECCIONAR-ENTREGAS THRU 2500-EXIT
014900         PERFORM 3000-ACUMULAR-METRICAS THRU 3000-EXIT
015000         PERFORM 4000-IMPRIMIR-ENTREGAS THRU 4000-EXIT
015100     END-IF
015200     PERFORM 9000-TERMINATE THRU 9000-EXIT
015300     GOBACK.
015400*================================================================
015500 1000-INITIALIZE.
015600*================================================================
015700*    SE REVISAN LAS ENTREGAS DE LOS VEINTIOCHO DIAS QUE TERMINAN
015800*    EN LA FECHA DE NEGOCIO: LAS ANTERIORES YA SALIERON EN LOS
015900*    INFORMES DE SEMANAS PASADAS.
016000     OPEN OUTPUT VERSEM-RPT
016100     MOVE SPACES TO RPT-ENTREGA-REGISTRO
016200     CALL "FECHANEG" USING FEC-NEG-AREA
016300     MOVE FEC-NEG-FECHA TO WS-DIA-NEGOCIO
016400     COMPUTE WS-ENTERO-DIA =
016500         FUNCTION INTEGER-OF-DATE(WS-DIA-NEGOCIO) - 27
016600     COMPUTE WS-DIA-CORTE =
016700         FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
016800     OPEN INPUT VERSIONES-FILE.
016900 1000-EXIT.
017000     EXIT.
017100*================================================================
017200 2000-CARGAR-VERSIONES.
017300*================================================================
017400     PERFORM 2100-LEER-VERSION THRU 2100-EXIT
017500     PERFORM 2200-GUARDAR-VERSION THRU 2200-EXIT
017600         UNTIL WS-VER-FIN-FICHERO
017700     CLOSE VERSIONES-FILE.
017800 2000-EXIT.
017900     EXIT.
018000*================================================================
018100 2100-LEER-VERSION.
018200*================================================================
018300     READ VERSIONES-FILE
018400         AT END
018500             MOVE "10" TO WS-VER-STATUS
018600     END-READ.
018700 2100-EXIT.
018800     EXIT.
018900*================================================================
019000 2200-GUARDAR-VERSION.
019100*================================================================
019200     IF VER-REGISTRO NOT = SPACES AND WS-NUM-VERSIONES < 2000
019300         ADD 1 TO WS-NUM-VERSIONES
019400         MOVE VER-PROGRAMA   TO WS-VER-PROGRAMA(WS-NUM-VERSIONES)
019500         MOVE VER-VERSION    TO WS-VER-VERSION(WS-NUM-VERSIONES)
019600         MOVE VER-FECHA-INST TO WS-VER-FECHA(WS-NUM-VERSIONES)
019700         MOVE VER-TICKET     TO WS-VER-TICKET(WS-NUM-VERSIONES)
019800     END-IF
019900     PERFORM 2100-LEER-VERSION THRU 2100-EXIT.
020000 2200-EXIT.
020100     EXIT.
020200*================================================================
020300 2500-SELECCIONAR-ENTREGAS.
020400*================================================================
020500     PERFORM 2600-SELECCIONAR-UNA THRU 2600-EXIT
020600         VARYING WS-IDX-VER FROM 1 BY 1
020700         UNTIL WS-IDX-VER > WS-NUM-VERSIONES.
020800 2500-EXIT.
020900     EXIT.
021000*================================================================
021100 2600-SELECCIONAR-UNA.
021200*================================================================
021300*    EL TRAMO ANTERIOR SON LOS SIETE DIAS PREVIOS A LA
021400*    INSTALACION; EL POSTERIOR, EL DIA DE INSTALACION Y LOS SEIS
021500*    SIGUIENTES (LO QUE HAYA CORRIDO DE ELLOS).
021600     IF WS-VER-FECHA(WS-IDX-VER) < WS-DIA-CORTE
021700      OR WS-VER-FECHA(WS-IDX-VER) > WS-DIA-NEGOCIO
021800      OR WS-NUM-REVISION >= 200
021900         GO TO 2600-EXIT
022000     END-IF
022100     ADD 1 TO WS-NUM-REVISION
022200     MOVE WS-NUM-REVISION TO WS-IDX-REV
022300     INITIALIZE WS-REV-ENTRY(WS-IDX-REV)
022400     MOVE WS-IDX-VER TO WS-REV-VER(WS-IDX-REV)
022500     COMPUTE WS-ENTERO-DIA =
022600         FUNCTION INTEGER-OF-DATE(WS-VER-FECHA(WS-IDX-VER)) - 7
022700     COMPUTE WS-REV-DESDE-ANT(WS-IDX-REV) =
022800         FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
022900     COMPUTE WS-ENTERO-DIA = WS-ENTERO-DIA + 13
023000     COMPUTE WS-REV-HASTA-DES(WS-IDX-REV) =
023100         FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
023200     MOVE "(NINGUNA)" TO WS-REV-ANTERIOR(WS-IDX-REV)
023300     MOVE ZERO TO WS-FECHA-ANTERIOR
023400     PERFORM 2700-BUSCAR-ANTERIOR THRU 2700-EXIT
023500         VARYING WS-IDX FROM 1 BY 1
023600         UNTIL WS-IDX > WS-NUM-VERSIONES.
023700 2600-EXIT.
023800     EXIT.
023900*================================================================
024000 2700-BUSCAR-ANTERIOR.
024100*================================================================
024200*    LA VERSION SUSTITUIDA ES LA ENTREGA MAS RECIENTE DEL MISMO
024300*    PROGRAMA ANTERIOR A ESTA (EN EMPATE DE FECHA, LA QUE VA
024400*    ANTES EN EL REGISTRO).
024500     IF WS-IDX = WS-IDX-VER
024600      OR WS-VER-PROGRAMA(WS-IDX) NOT = WS-VER-PROGRAMA(WS-IDX-VER)
024700      OR WS-VER-FECHA(WS-IDX) > WS-VER-FECHA(WS-IDX-VER)
024800         GO TO 2700-EXIT
024900     END-IF
025000     IF WS-VER-FECHA(WS-IDX) = WS-VER-FECHA(WS-IDX-VER)
025100      AND WS-IDX > WS-IDX-VER
025200         GO TO 2700-EXIT
025300     END-IF
025400     IF WS-VER-FECHA(WS-IDX) NOT < WS-FECHA-ANTERIOR
025500         MOVE WS-VER-FECHA(WS-IDX) TO WS-FECHA-ANTERIOR
025600         MOVE WS-VER-VERSION(WS-IDX)
025700             TO WS-REV-ANTERIOR(WS-IDX-REV)
025800     END-IF.
025900 2700-EXIT.
026000     EXIT.
026100*================================================================
026200 3000-ACUMULAR-METRICAS.
026300*================================================================
026400     OPEN INPUT METRICAS-FILE
026500     IF WS-MET-NO-EXISTE
026600         GO TO 3000-EXIT
026700     END-IF
026800     PERFORM 3100-LEER-METRICA THRU 3100-EXIT
026900     PERFORM 3200-TRATAR-METRICA THRU 3200-EXIT
027000         UNTIL WS-MET-FIN-FICHERO
027100     CLOSE METRICAS-FILE.
027200 3000-EXIT.
027300     EXIT.
027400*================================================================
027500 3100-LEER-METRICA.
027600*================================================================
027700     READ METRICAS-FILE
027800         AT END
027900             MOVE "10" TO WS-MET-STATUS
028000     END-READ.
028100 3100-EXIT.
028200     EXIT.
028300*================================================================
028400 3200-TRATAR-METRICA.
028500*================================================================
028600     MOVE MET-REG-PROGRAMA TO WS-MET-PROGRAMA
028700     PERFORM 3300-ASIGNAR-TRAMO THRU 3300-EXIT
028800         VARYING WS-IDX-REV FROM 1 BY 1
028900         UNTIL WS-IDX-REV > WS-NUM-REVISION
029000     PERFORM 3100-LEER-METRICA THRU 3100-EXIT.
029100 3200-EXIT.
029200     EXIT.
029300*================================================================
029400 3300-ASIGNAR-TRAMO.
029500*================================================================
029600*    ANTES CUENTA SOLO LO QUE NO CORRIO CON LA VERSION NUEVA;
029700*    DESPUES, LO QUE CORRIO CON ELLA O SIN VERSION ANOTADA.
029800     MOVE WS-REV-VER(WS-IDX-REV) TO WS-IDX-VER
029900     IF WS-MET-PROGRAMA NOT = WS-VER-PROGRAMA(WS-IDX-VER)
030000      OR MET-REG-FECHA < WS-REV-DESDE-ANT(WS-IDX-REV)
030100      OR MET-REG-FECHA > WS-REV-HASTA-DES(WS-IDX-REV)
030200         GO TO 3300-EXIT
030300     END-IF
030400     MOVE 0 TO WS-IDX-TRAMO
030500     IF MET-REG-FECHA < WS-VER-FECHA(WS-IDX-VER)
030600         IF MET-REG-VERSION NOT = WS-VER-VERSION(WS-IDX-VER)
030700             MOVE 1 TO WS-IDX-TRAMO
030800         END-IF
030900     ELSE
031000         IF MET-REG-VERSION = WS-VER-VERSION(WS-IDX-VER)
031100          OR MET-REG-VERSION = SPACES
031200             MOVE 2 TO WS-IDX-TRAMO
031300         END-IF
031400     END-IF
031500     IF WS-IDX-TRAMO = 0
031600         GO TO 3300-EXIT
031700     END-IF
031800     ADD 1 TO WS-REV-CORRIDAS(WS-IDX-REV WS-IDX-TRAMO)
031900     ADD MET-REG-LEIDOS
032000         TO WS-REV-LEIDOS(WS-IDX-REV WS-IDX-TRAMO)
032100     ADD MET-REG-ESCRITOS
032200         TO WS-REV-ESCRITOS(WS-IDX-REV WS-IDX-TRAMO)
032300     ADD MET-REG-RECHAZADOS
032400         TO WS-REV-RECHAZADOS(WS-IDX-REV WS-IDX-TRAMO)
032500     ADD MET-REG-DURACION
032600         TO WS-REV-DURACION(WS-IDX-REV WS-IDX-TRAMO).
032700 3300-EXIT.
032800     EXIT.
032900*================================================================
033000 4000-IMPRIMIR-ENTREGAS.
033100*================================================================
033200     MOVE "PROGRAMA         VERSION    INSTALADA PETICION"
033300         TO RPT-LINEA
033400     WRITE RPT-LINEA
033500     MOVE "    TRAMO   CORRIDAS    LEIDOS RECHAZADOS   TASA RITMO"
033600         TO RPT-LINEA
033700     WRITE RPT-LINEA
033800     PERFORM 4100-IMPRIMIR-ENTREGA THRU 4100-EXIT
033900         VARYING WS-IDX-REV FROM 1 BY 1
034000         UNTIL WS-IDX-REV > WS-NUM-REVISION.
034100 4000-EXIT.
034200     EXIT.
034300*================================================================
034400 4100-IMPRIMIR-ENTREGA.
034500*================================================================
034600     ADD 1 TO WS-TOTAL-REVISADAS
034700     MOVE WS-REV-VER(WS-IDX-REV) TO WS-IDX-VER
034800     PERFORM 4200-CALCULAR-TRAMO THRU 4200-EXIT
034900         VARYING WS-IDX-TRAMO FROM 1 BY 1
035000         UNTIL WS-IDX-TRAMO > 2
035100     MOVE SPACES TO RPT-ENTREGA-REGISTRO
035200     MOVE WS-VER-PROGRAMA(WS-IDX-VER) TO RPT-ENT-PROGRAMA
035300     MOVE WS-VER-VERSION(WS-IDX-VER)  TO RPT-ENT-VERSION
035400     MOVE WS-VER-FECHA(WS-IDX-VER)    TO RPT-ENT-FECHA
035500     MOVE WS-VER-TICKET(WS-IDX-VER)   TO RPT-ENT-TICKET
035600     MOVE "SUSTITUYE" TO RPT-ENT-LITERAL
035700     MOVE WS-REV-ANTERIOR(WS-IDX-REV) TO RPT-ENT-ANTERIOR
035800     PERFORM 4300-DAR-VEREDICTO THRU 4300-EXIT
035900     WRITE RPT-ENTREGA-REGISTRO
036000     PERFORM 4400-IMPRIMIR-TRAMO THRU 4400-EXIT
036100         VARYING WS-IDX-TRAMO FROM 1 BY 1
036200         UNTIL WS-IDX-TRAMO > 2.
036300 4100-EXIT.
036400     EXIT.
036500*================================================================
036600 4200-CALCULAR-TRAMO.
036700*================================================================
036800*    TASA DE RECHAZO EN POR CIENTO SOBRE LOS LEIDOS; RITMO EN
036900*    REGISTROS (LEIDOS MAS ESCRITOS) POR SEGUNDO, CON LA MISMA
037000*    REGLA QUE REGMETRICA PARA UNA DURACION NULA.
037100     MOVE ZERO TO WS-TASA(WS-IDX-TRAMO) WS-RITMO(WS-IDX-TRAMO)
037200     IF WS-REV-LEIDOS(WS-IDX-REV WS-IDX-TRAMO) > 0
037300         COMPUTE WS-TASA(WS-IDX-TRAMO) ROUNDED =
037400             WS-REV-RECHAZADOS(WS-IDX-REV WS-IDX-TRAMO) * 100
037500             / WS-REV-LEIDOS(WS-IDX-REV WS-IDX-TRAMO)
037600     END-IF
037700     IF WS-REV-DURACION(WS-IDX-REV WS-IDX-TRAMO) > 0
037800         COMPUTE WS-RITMO(WS-IDX-TRAMO) =
037900             (WS-REV-LEIDOS(WS-IDX-REV WS-IDX-TRAMO)
038000            + WS-REV-ESCRITOS(WS-IDX-REV WS-IDX-TRAMO))
038100             / WS-REV-DURACION(WS-IDX-REV WS-IDX-TRAMO)
038200     ELSE
038300         COMPUTE WS-RITMO(WS-IDX-TRAMO) =
038400             WS-REV-LEIDOS(WS-IDX-REV WS-IDX-TRAMO)
038500           + WS-REV-ESCRITOS(WS-IDX-REV WS-IDX-TRAMO)
038600     END-IF.
038700 4200-EXIT.
038800     EXIT.
038900*================================================================
039000 4300-DAR-VEREDICTO.
039100*================================================================
039200     IF WS-REV-CORRIDAS(WS-IDX-REV 1) = 0
039300      OR WS-REV-CORRIDAS(WS-IDX-REV 2) = 0
039400         MOVE "SIN DATOS" TO RPT-ENT-VEREDICTO
039500         ADD 1 TO WS-TOTAL-SIN-DATOS
039600         GO TO 4300-EXIT
039700     END-IF
039800     COMPUTE WS-UMBRAL-TASA = WS-TASA(1) + 1
039900     COMPUTE WS-UMBRAL-RITMO = WS-RITMO(1) * 80
040000     IF WS-TASA(2) > WS-UMBRAL-TASA
040100      OR WS-RITMO(2) * 100 < WS-UMBRAL-RITMO
040200         MOVE "REGRESION" TO RPT-ENT-VEREDICTO
040300         ADD 1 TO WS-TOTAL-REGRESION
040400     ELSE
040500         MOVE "CORRECTA" TO RPT-ENT-VEREDICTO
040600     END-IF.
040700 4300-EXIT.
040800     EXIT.
040900*================================================================
041000 4400-IMPRIMIR-TRAMO.
041100*================================================================
041200     MOVE SPACES TO RPT-TRAMO-REGISTRO
041300     IF WS-IDX-TRAMO = 1
041400         MOVE "ANTES" TO RPT-TRA-TRAMO
041500     ELSE
041600         MOVE "DESPUES" TO RPT-TRA-TRAMO
041700     END-IF
041800     MOVE WS-REV-CORRIDAS(WS-IDX-REV WS-IDX-TRAMO)
041900         TO RPT-TRA-CORRIDAS
042000     MOVE WS-REV-LEIDOS(WS-IDX-REV WS-IDX-TRAMO) TO RPT-TRA-LEIDOS
042100     MOVE WS-REV-RECHAZADOS(WS-IDX-REV WS-IDX-TRAMO)
042200         TO RPT-TRA-RECHAZADOS
042300     MOVE WS-TASA(WS-IDX-TRAMO)  TO RPT-TRA-TASA
042400     MOVE WS-RITMO(WS-IDX-TRAMO) TO RPT-TRA-RITMO
042500     WRITE RPT-TRAMO-REGISTRO.
042600 4400-EXIT.
042700     EXIT.
042800*================================================================
042900 9000-TERMINATE.
043000*================================================================
043100     MOVE "ENTREGAS REVISADAS"       TO RPT-RESUMEN-ETIQUETA
043200     MOVE WS-TOTAL-REVISADAS         TO RPT-RESUMEN-VALOR
043300     WRITE RPT-RESUMEN-REGISTRO
043400     MOVE "ENTREGAS CON REGRESION"   TO RPT-RESUMEN-ETIQUETA
043500     MOVE WS-TOTAL-REGRESION         TO RPT-RESUMEN-VALOR
043600     WRITE RPT-RESUMEN-REGISTRO
043700     MOVE "ENTREGAS SIN DATOS"       TO RPT-RESUMEN-ETIQUETA
043800     MOVE WS-TOTAL-SIN-DATOS         TO RPT-RESUMEN-VALOR
043900     WRITE RPT-RESUMEN-REGISTRO
044000     IF WS-TOTAL-REGRESION > 0 AND RETURN-CODE < 4
044100         MOVE 4 TO RETURN-CODE
044200     END-IF
044300     CLOSE VERSEM-RPT.
044400 9000-EXIT.
044500     EXIT.
044600 END PROGRAM VERSEM.
