000680*                    ANOTADA EN LA AUDITORIA DEL DIA. UNA FECHA
000690*                    DOBLADA EN PALINTOT YA NO SE DESCUBRE TRES
000700*                    SEMANAS TARDE.
000701* 2026-09-02  MNT    EL CANDADO DE FECHA REPETIDA SOLO CUENTA LAS
000702*                    CORRIDAS ANOTADAS COMO COMPLETA EN RUNREG:
000703*                    RELANZAR UNA NOCHE QUE QUEDO EN ERRORES (CON
000704*                    O SIN REINICIO) NO EXIGE ANULACION.
000705* 2026-09-02  MNT    EL REARRANQUE TAMBIEN DA POR COMPLETADOS LOS
000706*                    PASOS QUE UN REARRANQUE ANTERIOR ANOTO COMO
000707*                    YA COMPLETADO: UN SEGUNDO RELANZAMIENTO DE
000708*                    LA MISMA NOCHE NO REEJECUTA LO VERIFICADO.
000709* 2026-10-15  MNT    LA FRECUENCIA L SOLO ATIENDE A LOS FESTIVOS
000710*                    NACIONALES DE CALENLAB (REGION EN BLANCO): LA
000711*                    CADENA CORRE EN LA CENTRAL, LOS FESTIVOS DE
000712*                    OTRAS REGIONES NO LA PARAN.
000713* 2026-10-15  MNT    MODO PREVISION (TARJETA NOCTSIM SIMUL S,
000714*                    CON FECHA DE NEGOCIO Y HORA DE ARRANQUE
000715*                    OPCIONALES): RESUELVE FRECUENCIAS,
000716*                    CALENDARIO, DEPENDENCIAS Y REARRANQUE COMO
000717*                    LA CORRIDA REAL PERO SIN LLAMAR A NINGUN
000718*                    PASO NI TOCAR RUNLOG NI RUNREG. ESCRIBE EN
000719*                    NOCTPREV CADA PASO CON SU DECISION Y MOTIVO,
000720*                    LA DURACION MEDIA DE METRICAS, LA HORA DE FIN
000721*                    PREVISTA Y LA HOLGURA CONTRA SLAPLAZOS.
000722* 2026-10-15  MNT    CIERRE DE MES: ANTES DE LANZAR SE CONSULTA EL
000723*                    ESTADO DEL MES DE LA FECHA DE NEGOCIO (MODULO
000724*                    PERIODO). CON EL MES CERRADO POR CIERREMES Y
000725*                    SIN REAPERTURA LA CADENA NO SE LANZA (LINEA
000726*                    MES CERRADO EN RUNLOG, RC 12); LA PREVISION
000727*                    SOLO LO AVISA.
000728* 2026-10-15  MNT    CADA PASO EJECUTADO ENVIA A LA CONSOLA DE
000729*                    EVENTOS CORPORATIVA (MODULO EVENTOS) UN
000730*                    EVENTO PASO-INICIO AL LANZARLO Y UN EVENTO
000731*                    PASO-FIN CON SU RETURN-CODE AL VOLVER, CON
000732*                    LA MISMA CLAVE DE CORRELACION (FECHA,
000733*                    CORRIDA Y PROGRAMA). LA PREVISION NO ENVIA.
000736* 2026-10-15  MNT    LA LINEA DE RUNLOG DE CADA PASO EJECUTADO
000739*                    LLEVA AL FINAL LA VERSION VIGENTE DEL
000742*                    PROGRAMA (REGISTRO DE ENTREGAS, MODULO
000745*                    VERSPROG), CONSULTADA AL LANZARLO. EL
000748*                    REGISTRO DE METRICAS Y EL RUNLOG ANTERIOR
000751*                    SE DECLARAN CON SU NUEVA LONGITUD.
000752* 2026-10-15  MNT    CERROJO CADENA COMPARTIDO CON LAS CORRIDAS
000753*                    INTRADIA: OCUPADO, LA NOCHE NO SE LANZA (RC
000754*                    12); EN REARRANQUE SE RETOMA SI SIGUE A
000755*                    NOMBRE DE NOCTURNO. UNA CORRIDA FECHANEG DEL
000756*                    RANGO INTRADIA (9001-9999) SE NIEGA Y LA
000757*                    PREVISION DESCARTA LAS METRICAS INTRADIA.
000759*----------------------------------------------------------------
000760* CADA TARJETA DE RUNCTL LLEVA EL PROGRAM-ID A LLAMAR (HASTA 16
000770* CARACTERES, P.EJ. FACTORIAL-BATCH O CHALLENGE-34), EL MAYOR
000780* RETURN-CODE QUE SE ADMITE COMO BUENO PARA ESE PASO (EN BLANCO
001080     SELECT NOCT-OVER ASSIGN TO "NOCTOVER"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-OVR-STATUS.
001101*    TARJETAS DEL MODO PREVISION Y FICHEROS QUE SOLO SE LEEN EN
001102*    ESE MODO (DURACIONES Y PLAZOS DE LA VENTANA).
001103     SELECT NOCT-SIM ASSIGN TO "NOCTSIM"
001104         ORGANIZATION IS LINE SEQUENTIAL
001105         FILE STATUS IS WS-SIM-STATUS.
001106     SELECT METRICAS-FILE ASSIGN TO "METRICAS"
001107         ORGANIZATION IS LINE SEQUENTIAL
001108         FILE STATUS IS WS-MET-STATUS.
001109     SELECT SLA-PLAZOS ASSIGN TO "SLAPLAZOS"
001110         ORGANIZATION IS LINE SEQUENTIAL
001111         FILE STATUS IS WS-PLA-STATUS.
001112*    EN MODO PREVISION EL DIARIO SE ESCRIBE EN NOCTPREV Y EL
001113*    RUNLOG DE LA ULTIMA CORRIDA QUEDA INTACTO.
001115     SELECT RUN-LOG ASSIGN TO WS-NOMBRE-RUNLOG
001120         ORGANIZATION IS LINE SEQUENTIAL.
001130 DATA            DIVISION.
001140 FILE            SECTION.
001400     05  CAL-TIPO            PIC X(05).
001410     05  CAL-FECHA-1         PIC 9(08).
001420     05  CAL-FECHA-2         PIC 9(08).
001425     05  CAL-REGION          PIC X(06).
001430 FD  RUN-LOG-ANT
001440     RECORDING MODE IS F.
001450 01  ANT-REGISTRO.
001460     05  ANT-PROGRAMA        PIC X(16).
001470     05  FILLER              PIC X(35).
001480     05  ANT-ESTADO          PIC X(13).
001485     05  FILLER              PIC X(11).
001490 FD  SALIDA-PASO
001500     RECORDING MODE IS F.
001510 01  SAL-REGISTRO            PIC X(01).
001720     05  LOG-RC              PIC Z(2)9.
001730     05  FILLER              PIC X(01) VALUE SPACE.
001740     05  LOG-ESTADO          PIC X(13).
001741     05  FILLER              PIC X(01) VALUE SPACE.
001742     05  LOG-VERSION         PIC X(10).
001743*    LINEA DE PREVISION: DECISION Y MOTIVO DEL PASO, HORAS DE
001744*    INICIO Y FIN PREVISTAS (HHMMSS), DURACION MEDIA EN SEGUNDOS
001745*    Y HOLGURA EN MINUTOS CONTRA SU PLAZO DE SLAPLAZOS.
001746 01  PRV-REGISTRO.
001747     05  PRV-PROGRAMA        PIC X(16).
001748     05  FILLER              PIC X(01).
001749     05  PRV-DECISION        PIC X(13).
001750     05  FILLER              PIC X(01).
001751     05  PRV-INICIO          PIC X(06).
001752     05  FILLER              PIC X(01).
001753     05  PRV-FIN             PIC X(06).
001754     05  FILLER              PIC X(01).
001755     05  PRV-DURACION        PIC Z(5)9.
001756     05  FILLER              PIC X(01).
001757     05  PRV-LIMITE          PIC X(06).
001758     05  FILLER              PIC X(01).
001759     05  PRV-HOLGURA         PIC -(5)9.
001760     05  FILLER              PIC X(01).
001761     05  PRV-PLAZO           PIC X(13).
001762     05  FILLER              PIC X(01).
001763     05  PRV-MOTIVO          PIC X(40).
001764 FD  NOCT-SIM
001765     RECORDING MODE IS F.
001766 01  SIM-REGISTRO.
001767     05  SIM-TIPO            PIC X(05).
001768     05  SIM-VALOR           PIC X(08).
001769 FD  METRICAS-FILE
001770     RECORDING MODE IS F.
001771 01  MET-REGISTRO.
001772     05  MET-REG-PROGRAMA    PIC X(08).
001773     05  MET-REG-FECHA       PIC 9(08).
001774     05  MET-REG-CORRIDA     PIC 9(04).
001775     05  MET-REG-LEIDOS      PIC 9(09).
001776     05  MET-REG-ESCRITOS    PIC 9(09).
001777     05  MET-REG-RECHAZADOS  PIC 9(09).
001778     05  MET-REG-DURACION    PIC 9(09).
001779     05  MET-REG-REGS-SEG    PIC 9(09).
001780     05  MET-REG-VERSION     PIC X(10).
001781 FD  SLA-PLAZOS
001782     RECORDING MODE IS F.
001783 01  PLA-REGISTRO.
001784     05  PLA-PROGRAMA        PIC X(16).
001785     05  PLA-HORA-LIMITE     PIC 9(06).
001786     05  PLA-DUREZA          PIC X(01).
001788 WORKING-STORAGE SECTION.
001790*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
001792     COPY FECNEG.
001794 01  WS-CTL-STATUS           PIC X(02).
001796     88  WS-CTL-NO-EXISTE            VALUE "35".
001800     88  WS-CTL-FIN-FICHERO          VALUE "10".
001810 01  WS-CAL-STATUS           PIC X(02).
001820     88  WS-CAL-NO-EXISTE            VALUE "35".
002110     88  LANZAMIENTO-NEGADO          VALUE "S".
002120 01  WS-OVR-INICIALES        PIC X(08) VALUE SPACES.
002130 01  WS-OVR-MOTIVO           PIC X(40) VALUE SPACES.
002132*    CERROJO CADENA, COMPARTIDO CON LAS CORRIDAS INTRADIA.
002133     COPY CERSTD.
002134 01  WS-CADENA-TOMADA        PIC X(01) VALUE "N".
002135     88  CADENA-TOMADA               VALUE "S".
002140*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
002150     COPY AUDREG.
002160*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
002170     COPY OPSSTD.
002174*    ESTADO DEL MES CONTABLE (MODULO PERIODO).
002176     COPY PERSTD.
002177*    EVENTOS DE CONSOLA (EVENTOS) Y VERSION DEL PASO (VERSPROG).
002178     COPY EVTSTD.
002179     COPY VERSTD.
002180*    CALENDARIO LABORAL PARA LA FRECUENCIA L: FESTIVOS Y DIA DE
002190*    LA SEMANA DE LA FECHA DE NEGOCIO (1 = LUNES ... 7 = DOMINGO,
002200*    EL DIA 1 DE INTEGER-OF-DATE FUE LUNES).
002560     05  WS-TOTAL-EJECUTADOS PIC 9(02) COMP VALUE ZERO.
002570     05  WS-TOTAL-SALTADOS   PIC 9(02) COMP VALUE ZERO.
002580     05  WS-TOTAL-NO-PROG    PIC 9(02) COMP VALUE ZERO.
002581*----------------------------------------------------------------
002582* MODO PREVISION: TARJETAS NOCTSIM, DURACION MEDIA DE CADA
002583* PROGRAMA EN METRICAS (POR SUS OCHO PRIMERAS POSICIONES, QUE ES
002584* COMO FIRMA REGMETRICA), PLAZOS DE SLAPLAZOS Y RELOJ SIMULADO
002585* EN SEGUNDOS DESDE LA MEDIANOCHE DEL DIA DE ARRANQUE.
002586*----------------------------------------------------------------
002587 01  WS-NOMBRE-RUNLOG        PIC X(12) VALUE "RUNLOG".
002588 01  WS-SIM-STATUS           PIC X(02).
002589     88  WS-SIM-NO-EXISTE            VALUE "35".
002590     88  WS-SIM-FIN-FICHERO          VALUE "10".
002591 01  WS-MET-STATUS           PIC X(02).
002592     88  WS-MET-NO-EXISTE            VALUE "35".
002593     88  WS-MET-FIN-FICHERO          VALUE "10".
002594 01  WS-PLA-STATUS           PIC X(02).
002595     88  WS-PLA-NO-EXISTE            VALUE "35".
002596     88  WS-PLA-FIN-FICHERO          VALUE "10".
002597 01  WS-MODO-SIMULACION      PIC X(01) VALUE "N".
002598     88  MODO-SIMULACION             VALUE "S".
002599 01  WS-PLAZO-DURO-RIESGO    PIC X(01) VALUE "N".
002600     88  PLAZO-DURO-RIESGO           VALUE "S".
002601 01  WS-SIM-FECHA            PIC 9(08) VALUE ZERO.
002602 01  WS-SIM-INICIO           PIC 9(06) VALUE 220000.
002603 01  WS-TABLA-DURACIONES.
002604     05  WS-NUM-DURAC        PIC 9(02) COMP VALUE ZERO.
002605     05  WS-DUR-ENTRY OCCURS 50 TIMES.
002606         10  WS-DUR-PROGRAMA PIC X(08).
002607         10  WS-DUR-CENTES   PIC 9(11).
002608         10  WS-DUR-CORRIDAS PIC 9(05).
002609 01  WS-TABLA-PLAZOS.
002610     05  WS-NUM-PLAZOS       PIC 9(02) COMP VALUE ZERO.
002611     05  WS-PLAZO-ENTRY OCCURS 50 TIMES.
002612         10  WS-PLA-PROGRAMA PIC X(16).
002613         10  WS-PLA-LIMITE   PIC 9(06).
002614         10  WS-PLA-DUREZA   PIC X(01).
002615 01  WS-DATOS-PREVISION.
002616     05  WS-IDX-PRV          PIC 9(02) COMP VALUE ZERO.
002617     05  WS-IDX-PRV-HALLADO  PIC 9(02) COMP VALUE ZERO.
002618     05  WS-IDX-PLA-HALLADO  PIC 9(02) COMP VALUE ZERO.
002619     05  WS-SEG-ARRANQUE     PIC S9(09) VALUE ZERO.
002620     05  WS-SEG-RELOJ        PIC S9(09) VALUE ZERO.
002621     05  WS-SEG-PASO         PIC S9(09) VALUE ZERO.
002622     05  WS-SEG-LIMITE       PIC S9(09) VALUE ZERO.
002623     05  WS-SEG-HOLGURA      PIC S9(09) VALUE ZERO.
002624     05  WS-MIN-HOLGURA      PIC S9(06) VALUE ZERO.
002625     05  WS-SEG-CONVERTIR    PIC S9(09) VALUE ZERO.
002626     05  WS-SEG-RESTO        PIC S9(09) VALUE ZERO.
002627     05  WS-DIAS-CONVERTIR   PIC S9(04) VALUE ZERO.
002628     05  WS-HORA-HHMMSS      PIC 9(06) VALUE ZERO.
002629     05  WS-HORA-DESGLOSE REDEFINES WS-HORA-HHMMSS.
002630         10  WS-HORA-HH      PIC 9(02).
002631         10  WS-HORA-MM      PIC 9(02).
002632         10  WS-HORA-SS      PIC 9(02).
002633     05  WS-HORA-INICIO-PASO PIC 9(06) VALUE ZERO.
002634     05  WS-PRV-PROGRAMA     PIC X(16).
002635     05  WS-PRV-ESTADO       PIC X(13).
002636     05  WS-DEP-BLOQUEO      PIC X(16) VALUE SPACES.
002637     05  WS-DEP-BLOQ-ESTADO  PIC X(01) VALUE SPACE.
002638     05  WS-EDIT-CORRIDAS    PIC Z(4)9.
002639     05  WS-EDIT-DIA         PIC Z9.
002640     05  WS-TOTAL-YA-COMP    PIC 9(02) COMP VALUE ZERO.
002641     05  WS-TOTAL-EN-RIESGO  PIC 9(02) COMP VALUE ZERO.
002642 PROCEDURE       DIVISION.
002643*================================================================
002644 0000-MAINLINE.
002645*================================================================
002646     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002647     PERFORM 2000-EJECUTAR-PASO THRU 2000-EXIT
002650         VARYING WS-PASO-IDX FROM 1 BY 1
002660         UNTIL WS-PASO-IDX > WS-NUM-PASOS
002670     PERFORM 9000-TERMINATE THRU 9000-EXIT
002690*================================================================
002700 1000-INITIALIZE.
002710*================================================================
002715     PERFORM 1800-LEER-SIMULACION THRU 1800-EXIT
002720     OPEN OUTPUT RUN-LOG
002730     MOVE SPACES TO LOG-REGISTRO
002740*    LA FECHA DE NEGOCIO DECIDE QUE FRECUENCIAS TOCAN HOY.
002750     CALL "FECHANEG" USING FEC-NEG-AREA
002752     IF MODO-SIMULACION
002754         PERFORM 1900-PREPARAR-PREVISION THRU 1900-EXIT
002756     END-IF
002760     COMPUTE WS-ENTERO-FECHA =
002770         FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA)
002780     COMPUTE WS-DIA-SEMANA =
002850         PERFORM 1600-CARGAR-RUNLOG-ANT THRU 1600-EXIT
002860     END-IF
002870     PERFORM 1700-COMPROBAR-REPETICION THRU 1700-EXIT
002875     PERFORM 1750-COMPROBAR-PERIODO THRU 1750-EXIT
002877     PERFORM 1760-TOMAR-CADENA THRU 1760-EXIT
002880     IF LANZAMIENTO-NEGADO
002890         MOVE 12 TO WS-RC-FINAL
002900         GO TO 1000-EXIT
003680 1320-TRATAR-CALENDARIO.
003690*================================================================
003700     IF CAL-TIPO = "FERIA" AND WS-NUM-FERIADOS < 400
003705      AND CAL-REGION = SPACES
003710         ADD 1 TO WS-NUM-FERIADOS
003720         MOVE CAL-FECHA-1 TO WS-FERIADO(WS-NUM-FERIADOS)
003730     END-IF
004890     IF NOT FECHA-REPETIDA
004900         GO TO 1700-EXIT
004910     END-IF
004911*    LA PREVISION SOLO AVISA DE QUE HARA FALTA LA ANULACION.
004912     IF MODO-SIMULACION
004913         MOVE SPACES TO LOG-REGISTRO
004914         MOVE "FECHA YA EJECUTADA" TO LOG-PROGRAMA(1:16)
004915         MOVE "EXIGE ANULAC." TO LOG-ESTADO
004916         WRITE LOG-REGISTRO
004917         GO TO 1700-EXIT
004918     END-IF
004920     PERFORM 1730-LEER-ANULACION THRU 1730-EXIT
004930     IF WS-OVR-INICIALES = SPACES
004940         SET LANZAMIENTO-NEGADO TO TRUE
005750         MOVE "NO PROGRAMADO" TO LOG-ESTADO
005760         MOVE "N" TO WS-PASO-ESTADO(WS-PASO-IDX)
005770         ADD 1 TO WS-TOTAL-NO-PROG
005780         PERFORM 2300-ANOTAR-PASO THRU 2300-EXIT
005790         GO TO 2000-EXIT
005800     END-IF
005810     IF MODO-REINICIO
005840             MOVE 0 TO LOG-RC
005850             MOVE "YA COMPLETADO" TO LOG-ESTADO
005860             MOVE "O" TO WS-PASO-ESTADO(WS-PASO-IDX)
005870             ADD 1 TO WS-TOTAL-YA-COMP
005875             PERFORM 2300-ANOTAR-PASO THRU 2300-EXIT
005880             GO TO 2000-EXIT
005890         END-IF
005900     END-IF
005940         MOVE "SALTADO" TO LOG-ESTADO
005950         MOVE "S" TO WS-PASO-ESTADO(WS-PASO-IDX)
005960         ADD 1 TO WS-TOTAL-SALTADOS
005970         PERFORM 2300-ANOTAR-PASO THRU 2300-EXIT
005980     ELSE
005985         IF MODO-SIMULACION
005987             PERFORM 2200-SIMULAR-PASO THRU 2200-EXIT
005989         ELSE
005990             PERFORM 2100-LLAMAR-PROGRAMA THRU 2100-EXIT
005995         END-IF
006000     END-IF.
006010 2000-EXIT.
006020     EXIT.
006820         END-PERFORM
006830         IF WS-ESTADO-DEP NOT = "O" AND WS-ESTADO-DEP NOT = "N"
006840             SET PASO-BLOQUEADO TO TRUE
006842             MOVE WS-PASO-DEPENDE(WS-PASO-IDX, WS-IDX-DEP)
006844                 TO WS-DEP-BLOQUEO
006846             MOVE WS-ESTADO-DEP TO WS-DEP-BLOQ-ESTADO
006850         END-IF
006860     END-IF.
006870 2060-EXIT.
006920*    EL RETURN-CODE SE PONE A CERO ANTES DE CADA PASO PARA NO
006930*    ARRASTRAR EL DEL PASO ANTERIOR, Y SE RECOGE NADA MAS VOLVER.
006940     MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-INICIO
006941     MOVE SPACES TO EVT-STD-REGISTRO
006942     MOVE "PASO-INICIO" TO EVT-STD-TIPO
006943     MOVE 0 TO EVT-STD-RC
006944     MOVE "ARRANQUE DE PASO" TO EVT-STD-TEXTO
006945     PERFORM 2150-EMITIR-EVENTO THRU 2150-EXIT
006947     PERFORM 2160-BUSCAR-VERSION THRU 2160-EXIT
006950     MOVE 0 TO RETURN-CODE
006960     CALL WS-PASO-PROGRAMA(WS-PASO-IDX)
006970         ON EXCEPTION
007160         MOVE "OK" TO LOG-ESTADO
007170         MOVE "O" TO WS-PASO-ESTADO(WS-PASO-IDX)
007180     END-IF
007181     MOVE SPACES TO EVT-STD-REGISTRO
007182     MOVE "PASO-FIN" TO EVT-STD-TIPO
007183     MOVE WS-RC-PASO TO EVT-STD-RC
007184     STRING "FIN DE PASO, " LOG-ESTADO DELIMITED BY SIZE
007185         INTO EVT-STD-TEXTO
007186     END-STRING
007187     PERFORM 2150-EMITIR-EVENTO THRU 2150-EXIT
007190     WRITE LOG-REGISTRO.
007200 2100-EXIT.
007210     EXIT.
007220*================================================================
007230 9000-TERMINATE.
007240*================================================================
007245     IF MODO-SIMULACION
007246         PERFORM 9100-CERRAR-PREVISION THRU 9100-EXIT
007247         GO TO 9000-EXIT
007248     END-IF
007250     MOVE SPACES TO LOG-REGISTRO
007260     IF ALGUN-ERROR
007270         MOVE "CADENA CON ERRORES" TO LOG-PROGRAMA(1:16)
007450     IF NOT LANZAMIENTO-NEGADO
007460         PERFORM 9500-ANOTAR-CORRIDA THRU 9500-EXIT
007470     END-IF
007472     IF CADENA-TOMADA
007474         MOVE "L" TO CER-STD-FUNCION
007476         MOVE "CADENA" TO CER-STD-PROGRAMA
007478         CALL "CERROJO" USING CER-STD-AREA
007479     END-IF
007480     CLOSE RUN-LOG
007490     MOVE WS-RC-FINAL TO RETURN-CODE.
007500 9000-EXIT.
007690     CLOSE RUN-REG.
007700 9500-EXIT.
007710     EXIT.
007720*================================================================
007730 1800-LEER-SIMULACION.
007740*================================================================
007750*    TARJETAS NOCTSIM: SIMUL S ACTIVA LA PREVISION, FECHA
007760*    AAAAMMDD LA HACE PARA OTRA FECHA DE NEGOCIO E INICI HHMMSS
007770*    FIJA LA HORA DE ARRANQUE DE LA CADENA (POR DEFECTO 220000).
007780*    SOLO EL JOB DE PREVISION LLEVA ESTE FICHERO.
007790     OPEN INPUT NOCT-SIM
007800     IF WS-SIM-NO-EXISTE
007810         GO TO 1800-EXIT
007820     END-IF
007830     PERFORM 1810-LEER-SIM THRU 1810-EXIT
007840     PERFORM 1820-PROCESAR-SIM THRU 1820-EXIT
007850         UNTIL WS-SIM-FIN-FICHERO
007860     CLOSE NOCT-SIM
007870     IF MODO-SIMULACION
007880         MOVE "NOCTPREV" TO WS-NOMBRE-RUNLOG
007890     END-IF.
007900 1800-EXIT.
007910     EXIT.
007920*================================================================
007930 1810-LEER-SIM.
007940*================================================================
007950     READ NOCT-SIM
007960         AT END
007970             MOVE "10" TO WS-SIM-STATUS
007980     END-READ.
007990 1810-EXIT.
008000     EXIT.
008010*================================================================
008020 1820-PROCESAR-SIM.
008030*================================================================
008040     EVALUATE SIM-TIPO
008050         WHEN "SIMUL"
008060             IF SIM-VALOR(1:1) = "S"
008070                 SET MODO-SIMULACION TO TRUE
008080             END-IF
008090         WHEN "FECHA"
008100             IF SIM-VALOR IS NUMERIC
008110                 MOVE SIM-VALOR TO WS-SIM-FECHA
008120             END-IF
008130         WHEN "INICI"
008140             IF SIM-VALOR(1:6) IS NUMERIC
008150                 MOVE SIM-VALOR(1:6) TO WS-SIM-INICIO
008160             END-IF
008170     END-EVALUATE
008180     PERFORM 1810-LEER-SIM THRU 1810-EXIT.
008190 1820-EXIT.
008200     EXIT.
008210*================================================================
008220 1900-PREPARAR-PREVISION.
008230*================================================================
008240*    LA FECHA DE LA TARJETA SUSTITUYE A LA DE NEGOCIO ANTES DE
008250*    CALIFICAR EL DIA; EL RELOJ SIMULADO ARRANCA EN INICI.
008260     IF WS-SIM-FECHA > 0
008270         MOVE WS-SIM-FECHA TO FEC-NEG-FECHA
008280     END-IF
008290     MOVE WS-SIM-INICIO TO WS-HORA-HHMMSS
008300     COMPUTE WS-SEG-ARRANQUE = (WS-HORA-HH * 3600)
008310         + (WS-HORA-MM * 60) + WS-HORA-SS
008320     MOVE WS-SEG-ARRANQUE TO WS-SEG-RELOJ
008330     MOVE SPACES TO PRV-REGISTRO
008340     STRING "PREVISION DE LA CADENA NOCTURNA PARA LA FECHA "
008350         FEC-NEG-FECHA ", ARRANQUE A LAS " WS-SIM-INICIO
008360         DELIMITED BY SIZE INTO PRV-REGISTRO
008370     END-STRING
008380     WRITE PRV-REGISTRO
008390     MOVE SPACES TO PRV-REGISTRO
008400     STRING "PASO             DECISION      INICIO FIN    "
008410         "DURAC. LIMITE HOLGUR PLAZO         MOTIVO"
008420         DELIMITED BY SIZE INTO PRV-REGISTRO
008430     END-STRING
008440     WRITE PRV-REGISTRO
008450     PERFORM 1910-CARGAR-METRICAS THRU 1910-EXIT
008460     PERFORM 1940-CARGAR-PLAZOS THRU 1940-EXIT.
008470 1900-EXIT.
008480     EXIT.
008490*================================================================
008500 1910-CARGAR-METRICAS.
008510*================================================================
008520*    LA DURACION PREVISTA DE CADA PROGRAMA ES LA MEDIA DE TODAS
008530*    SUS CORRIDAS EN EL HISTORICO DE METRICAS.
008540     OPEN INPUT METRICAS-FILE
008550     IF WS-MET-NO-EXISTE
008560         MOVE SPACES TO PRV-REGISTRO
008570         MOVE "SIN FICHERO DE METRICAS, DURACIONES A CERO"
008580             TO PRV-REGISTRO
008590         WRITE PRV-REGISTRO
008600         GO TO 1910-EXIT
008610     END-IF
008620     PERFORM 1920-LEER-METRICA THRU 1920-EXIT
008630     PERFORM 1930-ANOTAR-DURACION THRU 1930-EXIT
008640         UNTIL WS-MET-FIN-FICHERO
008650     CLOSE METRICAS-FILE.
008660 1910-EXIT.
008670     EXIT.
008680*================================================================
008690 1920-LEER-METRICA.
008700*================================================================
008710     READ METRICAS-FILE
008720         AT END
008730             MOVE "10" TO WS-MET-STATUS
008740     END-READ.
008750 1920-EXIT.
008760     EXIT.
008770*================================================================
008780 1930-ANOTAR-DURACION.
008790*================================================================
008795*    UNA CORRIDA INTRADIA (LOTE PEQUENO A PETICION) NO ES
008796*    REPRESENTATIVA DE LA DURACION DEL PASO EN LA NOCHE.
008797     IF MET-REG-CORRIDA >= 9001
008798         PERFORM 1920-LEER-METRICA THRU 1920-EXIT
008799         GO TO 1930-EXIT
008800     END-IF
008801     MOVE 0 TO WS-IDX-PRV-HALLADO
008810     PERFORM 1935-COMPARAR-METRICA THRU 1935-EXIT
008820         VARYING WS-IDX-PRV FROM 1 BY 1
008830         UNTIL WS-IDX-PRV > WS-NUM-DURAC
008840            OR WS-IDX-PRV-HALLADO > 0
008850     IF WS-IDX-PRV-HALLADO = 0 AND WS-NUM-DURAC < 50
008860         ADD 1 TO WS-NUM-DURAC
008870         MOVE WS-NUM-DURAC TO WS-IDX-PRV-HALLADO
008880         MOVE MET-REG-PROGRAMA TO WS-DUR-PROGRAMA(WS-NUM-DURAC)
008890         MOVE 0 TO WS-DUR-CENTES(WS-NUM-DURAC)
008900                   WS-DUR-CORRIDAS(WS-NUM-DURAC)
008910     END-IF
008920     IF WS-IDX-PRV-HALLADO > 0
008930         ADD MET-REG-DURACION TO WS-DUR-CENTES(WS-IDX-PRV-HALLADO)
008940         ADD 1 TO WS-DUR-CORRIDAS(WS-IDX-PRV-HALLADO)
008950     END-IF
008960     PERFORM 1920-LEER-METRICA THRU 1920-EXIT.
008970 1930-EXIT.
008980     EXIT.
008990*================================================================
009000 1935-COMPARAR-METRICA.
009010*================================================================
009020     IF WS-DUR-PROGRAMA(WS-IDX-PRV) = MET-REG-PROGRAMA
009030         MOVE WS-IDX-PRV TO WS-IDX-PRV-HALLADO
009040     END-IF.
009050 1935-EXIT.
009060     EXIT.
009070*================================================================
009080 1940-CARGAR-PLAZOS.
009090*================================================================
009100     OPEN INPUT SLA-PLAZOS
009110     IF WS-PLA-NO-EXISTE
009120         MOVE SPACES TO PRV-REGISTRO
009130         MOVE "SIN TABLA DE PLAZOS" TO PRV-REGISTRO
009140         WRITE PRV-REGISTRO
009150         GO TO 1940-EXIT
009160     END-IF
009170     PERFORM 1950-LEER-PLAZO THRU 1950-EXIT
009180     PERFORM 1960-ANOTAR-PLAZO THRU 1960-EXIT
009190         UNTIL WS-PLA-FIN-FICHERO
009200     CLOSE SLA-PLAZOS.
009210 1940-EXIT.
009220     EXIT.
009230*================================================================
009240 1950-LEER-PLAZO.
009250*================================================================
009260     READ SLA-PLAZOS
009270         AT END
009280             MOVE "10" TO WS-PLA-STATUS
009290     END-READ.
009300 1950-EXIT.
009310     EXIT.
009320*================================================================
009330 1960-ANOTAR-PLAZO.
009340*================================================================
009350     IF PLA-PROGRAMA NOT = SPACES AND WS-NUM-PLAZOS < 50
009360         ADD 1 TO WS-NUM-PLAZOS
009370         MOVE PLA-PROGRAMA TO WS-PLA-PROGRAMA(WS-NUM-PLAZOS)
009380         MOVE PLA-HORA-LIMITE TO WS-PLA-LIMITE(WS-NUM-PLAZOS)
009390         MOVE PLA-DUREZA TO WS-PLA-DUREZA(WS-NUM-PLAZOS)
009400     END-IF
009410     PERFORM 1950-LEER-PLAZO THRU 1950-EXIT.
009420 1960-EXIT.
009430     EXIT.
009440*================================================================
009450 2200-SIMULAR-PASO.
009460*================================================================
009470*    EN LA PREVISION EL PASO NO SE LLAMA: SE DA POR TERMINADO
009480*    BIEN (ASI SUS DEPENDIENTES CORREN) Y EL RELOJ SIMULADO
009490*    AVANZA SU DURACION MEDIA; LA CADENA CORRE PASO A PASO.
009500     ADD 1 TO WS-TOTAL-EJECUTADOS
009510     MOVE "O" TO WS-PASO-ESTADO(WS-PASO-IDX)
009520     MOVE "EJECUTARA" TO LOG-ESTADO
009530     PERFORM 2210-BUSCAR-DURACION THRU 2210-EXIT
009540     MOVE WS-SEG-RELOJ TO WS-SEG-CONVERTIR
009550     PERFORM 2400-SEG-A-HORA THRU 2400-EXIT
009560     MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO-PASO
009570     ADD WS-SEG-PASO TO WS-SEG-RELOJ
009580     PERFORM 2300-ANOTAR-PASO THRU 2300-EXIT.
009590 2200-EXIT.
009600     EXIT.
009610*================================================================
009620 2210-BUSCAR-DURACION.
009630*================================================================
009640     MOVE 0 TO WS-IDX-PRV-HALLADO WS-SEG-PASO
009650     PERFORM 2215-COMPARAR-DURACION THRU 2215-EXIT
009660         VARYING WS-IDX-PRV FROM 1 BY 1
009670         UNTIL WS-IDX-PRV > WS-NUM-DURAC
009680            OR WS-IDX-PRV-HALLADO > 0
009690     IF WS-IDX-PRV-HALLADO > 0
009700         COMPUTE WS-SEG-PASO ROUNDED =
009710             WS-DUR-CENTES(WS-IDX-PRV-HALLADO)
009720             / (WS-DUR-CORRIDAS(WS-IDX-PRV-HALLADO) * 100)
009730     END-IF.
009740 2210-EXIT.
009750     EXIT.
009760*================================================================
009770 2215-COMPARAR-DURACION.
009780*================================================================
009790     IF WS-DUR-PROGRAMA(WS-IDX-PRV) =
009800        WS-PASO-PROGRAMA(WS-PASO-IDX) (1:8)
009810         MOVE WS-IDX-PRV TO WS-IDX-PRV-HALLADO
009820     END-IF.
009830 2215-EXIT.
009840     EXIT.
009850*================================================================
009860 2220-BUSCAR-PLAZO.
009870*================================================================
009880     MOVE 0 TO WS-IDX-PLA-HALLADO
009890     PERFORM 2225-COMPARAR-PLAZO THRU 2225-EXIT
009900         VARYING WS-IDX-PRV FROM 1 BY 1
009910         UNTIL WS-IDX-PRV > WS-NUM-PLAZOS
009920            OR WS-IDX-PLA-HALLADO > 0.
009930 2220-EXIT.
009940     EXIT.
009950*================================================================
009960 2225-COMPARAR-PLAZO.
009970*================================================================
009980     IF WS-PLA-PROGRAMA(WS-IDX-PRV) =
009985        WS-PASO-PROGRAMA(WS-PASO-IDX)
009990         MOVE WS-IDX-PRV TO WS-IDX-PLA-HALLADO
010000     END-IF.
010010 2225-EXIT.
010020     EXIT.
010030*================================================================
010040 2300-ANOTAR-PASO.
010050*================================================================
010060*    ANOTA LA DECISION DEL PASO: EN LA CORRIDA REAL EN RUNLOG;
010070*    EN LA PREVISION, CON SU MOTIVO Y HORAS, EN NOCTPREV.
010080     IF NOT MODO-SIMULACION
010090         WRITE LOG-REGISTRO
010100         GO TO 2300-EXIT
010110     END-IF
010120     MOVE LOG-PROGRAMA TO WS-PRV-PROGRAMA
010130     MOVE LOG-ESTADO TO WS-PRV-ESTADO
010140     MOVE SPACES TO PRV-REGISTRO
010150     MOVE WS-PRV-PROGRAMA TO PRV-PROGRAMA
010160     MOVE WS-PRV-ESTADO TO PRV-DECISION
010170     EVALUATE WS-PRV-ESTADO
010180         WHEN "NO PROGRAMADO"
010190             PERFORM 2310-MOTIVO-FRECUENCIA THRU 2310-EXIT
010200         WHEN "YA COMPLETADO"
010210             IF WS-PASO-SALIDA(WS-PASO-IDX) = SPACES
010220                 MOVE "OK EN RUNLOGANT (REARRANQUE)" TO PRV-MOTIVO
010230             ELSE
010240                 MOVE "OK EN RUNLOGANT Y SALIDA PRESENTE"
010250                     TO PRV-MOTIVO
010260             END-IF
010270         WHEN "SALTADO"
010280             PERFORM 2320-MOTIVO-DEPENDENCIA THRU 2320-EXIT
010290         WHEN OTHER
010300             PERFORM 2330-DATOS-EJECUCION THRU 2330-EXIT
010310     END-EVALUATE
010320     WRITE PRV-REGISTRO.
010330 2300-EXIT.
010340     EXIT.
010350*================================================================
010360 2310-MOTIVO-FRECUENCIA.
010370*================================================================
010380     MOVE WS-PASO-FREC-DIA(WS-PASO-IDX) TO WS-EDIT-DIA
010390     EVALUATE WS-PASO-FREC(WS-PASO-IDX)
010400         WHEN "S"
010410             STRING "SEMANAL, TOCA EL DIA " WS-EDIT-DIA
010420                 " Y HOY ES EL " WS-DIA-SEMANA
010430                 DELIMITED BY SIZE INTO PRV-MOTIVO
010440             END-STRING
010450         WHEN "M"
010460             STRING "MENSUAL, TOCA EL DIA " WS-EDIT-DIA
010470                 " Y HOY ES EL " WS-DIA-MES
010480                 DELIMITED BY SIZE INTO PRV-MOTIVO
010490             END-STRING
010500         WHEN OTHER
010510             IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 7
010520                 MOVE "SOLO LABORABLES, CAE EN FIN DE SEMANA"
010530                     TO PRV-MOTIVO
010540             ELSE
010550                 MOVE "SOLO LABORABLES, FESTIVO EN CALENLAB"
010560                     TO PRV-MOTIVO
010570             END-IF
010580     END-EVALUATE.
010590 2310-EXIT.
010600     EXIT.
010610*================================================================
010620 2320-MOTIVO-DEPENDENCIA.
010630*================================================================
010640     EVALUATE WS-DEP-BLOQ-ESTADO
010650         WHEN "S"
010660             STRING "DEPENDE DE " DELIMITED BY SIZE
010665                 WS-DEP-BLOQUEO DELIMITED BY SPACE
010670                 ", QUE SE SALTA" DELIMITED BY SIZE
010680                 INTO PRV-MOTIVO
010690             END-STRING
010700         WHEN OTHER
010710             STRING "DEPENDE DE " DELIMITED BY SIZE
010715                 WS-DEP-BLOQUEO DELIMITED BY SPACE
010720                 ", QUE NO FIGURA ANTES" DELIMITED BY SIZE
010730                 INTO PRV-MOTIVO
010740             END-STRING
010750     END-EVALUATE.
010760 2320-EXIT.
010770     EXIT.
010780*================================================================
010790 2330-DATOS-EJECUCION.
010800*================================================================
010810*    HORAS PREVISTAS DEL PASO Y HOLGURA CONTRA SU PLAZO. UN
010820*    LIMITE ANTERIOR A LA HORA DE ARRANQUE ES DE LA MADRUGADA
010830*    SIGUIENTE Y SE LE SUMA UN DIA COMPLETO.
010840     MOVE WS-HORA-INICIO-PASO TO PRV-INICIO
010850     MOVE WS-SEG-RELOJ TO WS-SEG-CONVERTIR
010860     PERFORM 2400-SEG-A-HORA THRU 2400-EXIT
010870     MOVE WS-HORA-HHMMSS TO PRV-FIN
010880     MOVE WS-SEG-PASO TO PRV-DURACION
010890     IF WS-IDX-PRV-HALLADO = 0
010900         MOVE "SIN HISTORIAL EN METRICAS" TO PRV-MOTIVO
010910     ELSE
010920         MOVE WS-DUR-CORRIDAS(WS-IDX-PRV-HALLADO)
010930             TO WS-EDIT-CORRIDAS
010940         STRING "MEDIA DE CORRIDAS EN METRICAS:" WS-EDIT-CORRIDAS
010950             DELIMITED BY SIZE INTO PRV-MOTIVO
010960         END-STRING
010970     END-IF
010980     PERFORM 2220-BUSCAR-PLAZO THRU 2220-EXIT
010990     IF WS-IDX-PLA-HALLADO = 0
011000         GO TO 2330-EXIT
011010     END-IF
011020     MOVE WS-PLA-LIMITE(WS-IDX-PLA-HALLADO) TO WS-HORA-HHMMSS
011030     MOVE WS-HORA-HHMMSS TO PRV-LIMITE
011040     COMPUTE WS-SEG-LIMITE = (WS-HORA-HH * 3600)
011050         + (WS-HORA-MM * 60) + WS-HORA-SS
011060     IF WS-SEG-LIMITE < WS-SEG-ARRANQUE
011070         ADD 86400 TO WS-SEG-LIMITE
011080     END-IF
011090     COMPUTE WS-SEG-HOLGURA = WS-SEG-LIMITE - WS-SEG-RELOJ
011100     COMPUTE WS-MIN-HOLGURA = WS-SEG-HOLGURA / 60
011110     MOVE WS-MIN-HOLGURA TO PRV-HOLGURA
011120     IF WS-SEG-HOLGURA < 0
011130         ADD 1 TO WS-TOTAL-EN-RIESGO
011140         IF WS-PLA-DUREZA(WS-IDX-PLA-HALLADO) = "D"
011150             MOVE "RIESGO DURO" TO PRV-PLAZO
011160             SET PLAZO-DURO-RIESGO TO TRUE
011170         ELSE
011180             MOVE "RIESGO BLANDO" TO PRV-PLAZO
011190         END-IF
011200     ELSE
011210         MOVE "EN PLAZO" TO PRV-PLAZO
011220     END-IF.
011230 2330-EXIT.
011240     EXIT.
011250*================================================================
011260 2400-SEG-A-HORA.
011270*================================================================
011280*    SEGUNDOS DEL RELOJ SIMULADO A HHMMSS (MODULO UN DIA).
011290     DIVIDE WS-SEG-CONVERTIR BY 86400 GIVING WS-DIAS-CONVERTIR
011300         REMAINDER WS-SEG-RESTO
011310     DIVIDE WS-SEG-RESTO BY 3600 GIVING WS-HORA-HH
011320         REMAINDER WS-SEG-CONVERTIR
011330     DIVIDE WS-SEG-CONVERTIR BY 60 GIVING WS-HORA-MM
011340         REMAINDER WS-HORA-SS.
011350 2400-EXIT.
011360     EXIT.
011370*================================================================
011380 9100-CERRAR-PREVISION.
011390*================================================================
011400*    RESUMEN DE LA PREVISION. NO SE ANOTA CORRIDA EN RUNREG; UN
011410*    PLAZO DURO EN RIESGO DEJA RC 4 PARA QUE EL TURNO LO VEA.
011420     MOVE SPACES TO LOG-REGISTRO
011430     MOVE "FIN PREVISTO" TO LOG-PROGRAMA
011440     MOVE WS-SEG-RELOJ TO WS-SEG-CONVERTIR
011450     PERFORM 2400-SEG-A-HORA THRU 2400-EXIT
011460     MOVE WS-HORA-HHMMSS TO LOG-FIN(1:6)
011470     WRITE LOG-REGISTRO
011480     MOVE SPACES TO LOG-REGISTRO
011490     MOVE "PASOS A EJECUTAR" TO LOG-PROGRAMA
011500     MOVE WS-TOTAL-EJECUTADOS TO LOG-RC
011510     WRITE LOG-REGISTRO
011520     MOVE SPACES TO LOG-REGISTRO
011530     MOVE "PASOS SALTADOS" TO LOG-PROGRAMA
011540     MOVE WS-TOTAL-SALTADOS TO LOG-RC
011550     WRITE LOG-REGISTRO
011560     MOVE SPACES TO LOG-REGISTRO
011570     MOVE "NO PROGRAMADOS" TO LOG-PROGRAMA
011580     MOVE WS-TOTAL-NO-PROG TO LOG-RC
011590     WRITE LOG-REGISTRO
011600     MOVE SPACES TO LOG-REGISTRO
011610     MOVE "YA COMPLETADOS" TO LOG-PROGRAMA
011620     MOVE WS-TOTAL-YA-COMP TO LOG-RC
011630     WRITE LOG-REGISTRO
011640     MOVE SPACES TO LOG-REGISTRO
011650     MOVE "PLAZOS EN RIESGO" TO LOG-PROGRAMA
011660     MOVE WS-TOTAL-EN-RIESGO TO LOG-RC
011670     WRITE LOG-REGISTRO
011680     CLOSE RUN-LOG
011690     MOVE WS-RC-FINAL TO RETURN-CODE
011700     IF PLAZO-DURO-RIESGO AND WS-RC-FINAL < 4
011710         MOVE 4 TO RETURN-CODE
011720     END-IF.
011730 9100-EXIT.
011740     EXIT.
011750*================================================================
011760 1750-COMPROBAR-PERIODO.
011770*================================================================
011780*    UN MES CERRADO POR CIERREMES NO ADMITE MAS CORRIDAS HASTA QUE
011790*    SE REABRA; LA ANULACION DEL CANDADO DE FECHA NO BASTA.
011800     IF LANZAMIENTO-NEGADO
011810         GO TO 1750-EXIT
011820     END-IF
011830     MOVE SPACES TO PER-STD-AREA
011840     MOVE FEC-NEG-FECHA TO PER-STD-FECHA
011850     CALL "PERIODO" USING PER-STD-AREA
011860     IF NOT PER-MES-CERRADO
011870         GO TO 1750-EXIT
011880     END-IF
011890     MOVE SPACES TO LOG-REGISTRO
011900     MOVE "PERIODO CERRADO" TO LOG-PROGRAMA(1:16)
011910*    LA PREVISION SOLO AVISA DE QUE HARA FALTA REABRIR EL MES.
011920     IF MODO-SIMULACION
011930         MOVE "EXIGE REAPERT" TO LOG-ESTADO
011940         WRITE LOG-REGISTRO
011950         GO TO 1750-EXIT
011960     END-IF
011970     SET LANZAMIENTO-NEGADO TO TRUE
011980     MOVE "MES CERRADO" TO LOG-ESTADO
011990     WRITE LOG-REGISTRO.
012000 1750-EXIT.
012010     EXIT.
012020*================================================================
012030 2150-EMITIR-EVENTO.
012040*================================================================
012050*    EL ARRANQUE ES SIEMPRE NORMAL; EL FIN ES CRITICO SI EL PASO
012060*    TERMINO MAL, AVISO SI DEVOLVIO UN RC ADMITIDO DISTINTO DE
012070*    CERO Y NORMAL SI NO.
012080     MOVE WS-PASO-PROGRAMA(WS-PASO-IDX) TO EVT-STD-PROGRAMA
012090     MOVE "I" TO EVT-STD-SEVERIDAD
012100     IF EVT-STD-TIPO = "PASO-FIN"
012110         IF WS-PASO-ESTADO(WS-PASO-IDX) = "E"
012120             MOVE "C" TO EVT-STD-SEVERIDAD
012130         ELSE
012140             IF EVT-STD-RC > 0
012150                 MOVE "A" TO EVT-STD-SEVERIDAD
012160             END-IF
012170         END-IF
012180     END-IF
012190     STRING "PAS-" DELIMITED BY SIZE
012200         FEC-NEG-FECHA DELIMITED BY SIZE
012210         "-" DELIMITED BY SIZE
012220         FEC-NEG-CORRIDA DELIMITED BY SIZE
012230         "-" DELIMITED BY SIZE
012240         WS-PASO-PROGRAMA(WS-PASO-IDX) DELIMITED BY SIZE
012250         INTO EVT-STD-CORRELACION
012260     END-STRING
012270     CALL "EVENTOS" USING EVT-STD-REGISTRO.
012280 2150-EXIT.
012290     EXIT.
012300*================================================================
012310 2160-BUSCAR-VERSION.
012320*================================================================
012330*    VERSION VIGENTE DEL PROGRAMA DEL PASO PARA LA LINEA DE LOG.
012340     MOVE SPACES TO VRS-STD-AREA
012350     MOVE WS-PASO-PROGRAMA(WS-PASO-IDX) TO VRS-STD-PROGRAMA
012360     MOVE ZERO TO VRS-STD-FECHA
012370     CALL "VERSPROG" USING VRS-STD-AREA
012380     MOVE VRS-STD-VERSION TO LOG-VERSION.
012390 2160-EXIT.
012400     EXIT.
012410*================================================================
012420 1760-TOMAR-CADENA.
012430*================================================================
012440*    LA NOCHE Y LAS CORRIDAS INTRADIA SE EXCLUYEN CON EL CERROJO
012450*    CADENA. UNA TARJETA FECHANEG CON CORRIDA INTRADIA ES DE UNA
012460*    CORRIDA A PETICION QUE NO TERMINO: LA NOCHE NO LA USA.
012470     IF LANZAMIENTO-NEGADO OR MODO-SIMULACION
012480         GO TO 1760-EXIT
012490     END-IF
012500     IF FEC-NEG-INTRADIA
012510         MOVE SPACES TO LOG-REGISTRO
012520         MOVE "CORRIDA INTRADIA" TO LOG-PROGRAMA
012530         MOVE "FECHANEG" TO LOG-ESTADO
012540         WRITE LOG-REGISTRO
012550         SET LANZAMIENTO-NEGADO TO TRUE
012560         GO TO 1760-EXIT
012570     END-IF
012580     MOVE "A" TO CER-STD-FUNCION
012590     MOVE "CADENA" TO CER-STD-PROGRAMA
012600     MOVE "NOCTURNO" TO CER-STD-TITULAR
012610     CALL "CERROJO" USING CER-STD-AREA
012620*    EN REARRANQUE EL CERROJO PUEDE SEGUIR A NOMBRE DE LA NOCHE
012630*    QUE ABENDO: SE RETOMA. SI LO TIENE OTRO, NO SE LANZA.
012640     IF CER-DENEGADO AND MODO-REINICIO
012650      AND CER-STD-TITULAR = "NOCTURNO"
012660         MOVE "F" TO CER-STD-FUNCION
012670         MOVE "CADENA" TO CER-STD-PROGRAMA
012680         CALL "CERROJO" USING CER-STD-AREA
012690     END-IF
012700     IF CER-CONCEDIDO
012710         SET CADENA-TOMADA TO TRUE
012720         GO TO 1760-EXIT
012730     END-IF
012740     MOVE SPACES TO LOG-REGISTRO
012750     MOVE "CADENA OCUPADA" TO LOG-PROGRAMA
012760     MOVE CER-STD-TITULAR TO LOG-ESTADO
012770     WRITE LOG-REGISTRO
012780     SET LANZAMIENTO-NEGADO TO TRUE.
012790 1760-EXIT.
012800     EXIT.
012810 END PROGRAM NOCTURNO.
