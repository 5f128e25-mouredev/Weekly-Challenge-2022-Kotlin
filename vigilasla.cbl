001900*                    INCUMPLIO, TERMINA CON RETURN-CODE 8 PARA
002000*                    QUE EL TURNO DE MANANA SEA AVISADO EN LUGAR
002100*                    DE ENTERARSE POR EL TELEFONO DEL SOCIO.
002110* 2026-10-15  MNT    EL REGISTRO DE METRICAS Y LA LINEA DE RUNLOG
002120*                    SE DECLARAN CON LA VERSION DEL PROGRAMA
002130*                    QUE AHORA LLEVAN AL FINAL.
002140* 2026-10-15  MNT    LAS METRICAS DE CORRIDAS INTRADIA SE
002150*                    DESCARTAN: UN LOTE A PETICION POSTERIOR A LA
002160*                    NOCHE NO PISA LA DURACION DEL PASO NOCTURNO.
002200*----------------------------------------------------------------
002300* LAS HORAS DE FIN POSTERIORES AL MEDIODIA SE TRATAN COMO DE LA
002400* TARDE ANTERIOR AL PLAZO (LA CADENA CRUZA MEDIANOCHE), ASI QUE
006000     05  LOG-RC              PIC X(03).
006100     05  FILLER              PIC X(01).
006200     05  LOG-ESTADO          PIC X(13).
006210     05  FILLER              PIC X(11).
006300 FD  METRICAS-FILE
006400     RECORDING MODE IS F.
006500 01  MET-REGISTRO.
006600     05  MET-REG-PROGRAMA    PIC X(08).
006700     05  MET-REG-FECHA       PIC 9(08).
006800     05  MET-REG-CORRIDA     PIC 9(04).
006850         88  MET-CORRIDA-INTRADIA    VALUE 9001 THRU 9999.
006900     05  MET-REG-LEIDOS      PIC 9(09).
007000     05  MET-REG-ESCRITOS    PIC 9(09).
007100     05  MET-REG-RECHAZADOS  PIC 9(09).
007200     05  MET-REG-DURACION    PIC 9(09).
007300     05  MET-REG-REGS-SEG    PIC 9(09).
007310     05  MET-REG-VERSION     PIC X(10).
007400 FD  SLA-RPT
007500     RECORDING MODE IS F.
007600 01  RPT-LINEA               PIC X(90).
026500*================================================================
026600 1320-ANOTAR-DURACION.
026700*================================================================
026710     IF MET-CORRIDA-INTRADIA
026720         PERFORM 1310-LEER-METRICA THRU 1310-EXIT
026730         GO TO 1320-EXIT
026740     END-IF
026800     MOVE 0 TO WS-IDX-HALLADO
026900     PERFORM VARYING WS-IDX FROM 1 BY 1
027000             UNTIL WS-IDX > WS-NUM-DURAC
