002300*                    ESTADO F, NUNCA SE CALCULA EN CIVIL A
002400*                    ESCONDIDAS. EL CALENDARIO SE CARGA EN LA
002500*                    PRIMERA LLAMADA.
002510* 2026-10-15  MNT    CALENDARIOS POR REGION: CADA TARJETA DE
002520*                    CALENLAB LLEVA UN CODIGO DE REGION (SEIS
002530*                    POSICIONES TRAS LAS FECHAS; EN BLANCO = EL
002540*                    CALENDARIO NACIONAL DE SIEMPRE) Y EL LLAMADOR
002550*                    PASA LA REGION EN CAL-STD-REGION. UNA REGION
002560*                    CON TARJETAS PROPIAS ES UN CALENDARIO
002570*                    COMPLETO (SU VIGENCIA Y SUS FESTIVOS, NO SE
002580*                    SUMAN LOS NACIONALES); UNA REGION SIN
002590*                    TARJETAS, O EN BLANCO, USA EL NACIONAL.
002600*----------------------------------------------------------------
002700 ENVIRONMENT     DIVISION.
002800 INPUT-OUTPUT    SECTION.
003800     05  CAL-TIPO            PIC X(05).
003900     05  CAL-FECHA-1         PIC 9(08).
004000     05  CAL-FECHA-2         PIC 9(08).
004010     05  CAL-REGION          PIC X(06).
004100 WORKING-STORAGE SECTION.
004200 01  WS-CAL-STATUS           PIC X(02).
004300     88  WS-CAL-NO-EXISTE            VALUE "35".
004700         88  YA-CARGADO              VALUE "S".
004800     05  WS-HAY-CALENDARIO   PIC X(01) VALUE "N".
004900         88  HAY-CALENDARIO          VALUE "S".
005000*    VIGENCIA DE LA REGION QUE SE CONSULTA EN ESTA LLAMADA.
005010 01  WS-VIGENCIA.
005100     05  WS-CAL-DESDE        PIC 9(08) VALUE ZERO.
005200     05  WS-CAL-HASTA        PIC 9(08) VALUE 99999999.
005207 01  WS-REGION-EFECTIVA      PIC X(06) VALUE SPACES.
005214 01  WS-REGION-BUSCADA       PIC X(06) VALUE SPACES.
005221*    UNA ENTRADA POR REGION CON TARJETAS EN CALENLAB; LA PRIMERA
005228*    ES SIEMPRE LA NACIONAL (REGION EN BLANCO).
005235 01  WS-TABLA-REGIONES.
005242     05  WS-NUM-REGIONES     PIC 9(03) COMP VALUE ZERO.
005249     05  WS-REGION-ENTRY     OCCURS 50 TIMES.
005256         10  WS-REG-CODIGO   PIC X(06).
005263         10  WS-REG-DESDE    PIC 9(08).
005270         10  WS-REG-HASTA    PIC 9(08).
005277 01  WS-IDX-REG              PIC 9(03) COMP VALUE ZERO.
005284 01  WS-IDX-HALLADO          PIC 9(03) COMP VALUE ZERO.
005300 01  WS-TABLA-FERIADOS.
005400     05  WS-NUM-FERIADOS     PIC 9(04) COMP VALUE ZERO.
005500     05  WS-FERIADO-ENTRY    OCCURS 2000 TIMES.
005510         10  WS-FER-REGION   PIC X(06).
005520         10  WS-FER-FECHA    PIC 9(08).
005600 01  WS-IDX-FER              PIC 9(04) COMP VALUE ZERO.
005700 01  WS-ENTERO-PASO          PIC 9(08) COMP VALUE ZERO.
005800 01  WS-FECHA-PASO           PIC 9(08) VALUE ZERO.
005900 01  WS-FECHA-DESGLOSE REDEFINES WS-FECHA-PASO.
007600     IF NOT YA-CARGADO
007700         PERFORM 1000-CARGAR-CALENDARIO THRU 1000-EXIT
007800     END-IF
007810     PERFORM 1500-FIJAR-REGION THRU 1500-EXIT
007900     MOVE LK-CAL-FECHA TO LK-CAL-RESULTADO
008000     MOVE "O" TO LK-CAL-ESTADO
008100     EVALUATE LK-CAL-FUNCION
010500         CONTINUE
010600     ELSE
010700         SET HAY-CALENDARIO TO TRUE
010710         MOVE 1 TO WS-NUM-REGIONES
010720         MOVE SPACES TO WS-REG-CODIGO(1)
010730         MOVE ZERO TO WS-REG-DESDE(1)
010740         MOVE 99999999 TO WS-REG-HASTA(1)
010800         PERFORM 1100-LEER-CALENDARIO THRU 1100-EXIT
010900         PERFORM 1200-TRATAR-CALENDARIO THRU 1200-EXIT
011000             UNTIL WS-CAL-FIN-FICHERO
012500*================================================================
012600 1200-TRATAR-CALENDARIO.
012700*================================================================
012707*    LA PRIMERA TARJETA DE UNA REGION LA DA DE ALTA CON VIGENCIA
012714*    ABIERTA, COMO EL NACIONAL SIN TARJETA VALID.
012721     IF CAL-TIPO = "VALID" OR CAL-TIPO = "FERIA"
012728         MOVE CAL-REGION TO WS-REGION-BUSCADA
012735         PERFORM 1300-BUSCAR-REGION THRU 1300-EXIT
012742         IF WS-IDX-HALLADO = 0 AND WS-NUM-REGIONES < 50
012749             ADD 1 TO WS-NUM-REGIONES
012756             MOVE WS-NUM-REGIONES TO WS-IDX-HALLADO
012763             MOVE CAL-REGION TO WS-REG-CODIGO(WS-IDX-HALLADO)
012770             MOVE ZERO TO WS-REG-DESDE(WS-IDX-HALLADO)
012777             MOVE 99999999 TO WS-REG-HASTA(WS-IDX-HALLADO)
012784         END-IF
012791     END-IF
012800     EVALUATE CAL-TIPO
012900         WHEN "VALID"
012910             IF WS-IDX-HALLADO > 0
012920                 MOVE CAL-FECHA-1 TO WS-REG-DESDE(WS-IDX-HALLADO)
012930                 MOVE CAL-FECHA-2 TO WS-REG-HASTA(WS-IDX-HALLADO)
012940             END-IF
013200         WHEN "FERIA"
013300             IF WS-NUM-FERIADOS < 2000
013400                 ADD 1 TO WS-NUM-FERIADOS
013410                 MOVE CAL-REGION
013420                     TO WS-FER-REGION(WS-NUM-FERIADOS)
013500                 MOVE CAL-FECHA-1
013600                     TO WS-FER-FECHA(WS-NUM-FERIADOS)
013700             END-IF
013800     END-EVALUATE
013900     PERFORM 1100-LEER-CALENDARIO THRU 1100-EXIT.
014000 1200-EXIT.
014100     EXIT.
014102*================================================================
014104 1300-BUSCAR-REGION.
014106*================================================================
014108     MOVE 0 TO WS-IDX-HALLADO
014110     PERFORM 1310-COMPARAR-REGION THRU 1310-EXIT
014112         VARYING WS-IDX-REG FROM 1 BY 1
014114         UNTIL WS-IDX-REG > WS-NUM-REGIONES
014116            OR WS-IDX-HALLADO > 0.
014118 1300-EXIT.
014120     EXIT.
014122*================================================================
014124 1310-COMPARAR-REGION.
014126*================================================================
014128     IF WS-REG-CODIGO(WS-IDX-REG) = WS-REGION-BUSCADA
014130         MOVE WS-IDX-REG TO WS-IDX-HALLADO
014132     END-IF.
014134 1310-EXIT.
014136     EXIT.
014138*================================================================
014140 1500-FIJAR-REGION.
014142*================================================================
014144*    LA REGION PEDIDA SI TIENE CALENDARIO PROPIO; SI NO, LA
014146*    NACIONAL. SIN CALENDARIO NO HAY REGION Y TODO QUEDA FUERA.
014148     MOVE LK-CAL-REGION TO WS-REGION-BUSCADA
014150     PERFORM 1300-BUSCAR-REGION THRU 1300-EXIT
014152     IF WS-IDX-HALLADO = 0
014154         MOVE SPACES TO WS-REGION-BUSCADA
014156         PERFORM 1300-BUSCAR-REGION THRU 1300-EXIT
014158     END-IF
014160     IF WS-IDX-HALLADO > 0
014162         MOVE WS-REG-CODIGO(WS-IDX-HALLADO) TO WS-REGION-EFECTIVA
014164         MOVE WS-REG-DESDE(WS-IDX-HALLADO) TO WS-CAL-DESDE
014166         MOVE WS-REG-HASTA(WS-IDX-HALLADO) TO WS-CAL-HASTA
014168     END-IF.
014170 1500-EXIT.
014172     EXIT.
014200*================================================================
014300 2000-SUMAR-LABORABLES.
014400*================================================================
027100         MOVE "S" TO WS-FUERA
027200         GO TO 8000-EXIT
027300     END-IF
027400     PERFORM 8100-COMPARAR-FERIADO THRU 8100-EXIT
027500         VARYING WS-IDX-FER FROM 1 BY 1
027600         UNTIL WS-IDX-FER > WS-NUM-FERIADOS
027700            OR WS-ES-FERIADO = "S"
028100     COMPUTE WS-DIA-SEMANA =
028200         FUNCTION MOD(WS-ENTERO-PASO - 1, 7)
028300     IF WS-DIA-SEMANA < 5 AND WS-ES-FERIADO = "N"
028500     END-IF.
028600 8000-EXIT.
028700     EXIT.
028710*================================================================
028720 8100-COMPARAR-FERIADO.
028730*================================================================
028740     IF WS-FER-REGION(WS-IDX-FER) = WS-REGION-EFECTIVA
028750      AND WS-FER-FECHA(WS-IDX-FER) = WS-FECHA-PASO
028760         MOVE "S" TO WS-ES-FERIADO
028770     END-IF.
028780 8100-EXIT.
028790     EXIT.
028800 END PROGRAM CALENDARIO.
