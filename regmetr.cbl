001900*                    RECHAZOS, DURACION Y REGISTROS POR SEGUNDO,
002000*                    PARA QUE LA PLANIFICACION DE CAPACIDAD DEJE
002100*                    DE SER ADIVINANZA.
002110* 2026-10-15  MNT    CADA REGISTRO LLEVA AL FINAL LA VERSION
002120*                    VIGENTE DEL PROGRAMA MEDIDO (REGISTRO DE
002130*                    ENTREGAS, MODULO VERSPROG), CONSULTADA EN LA
002140*                    LLAMADA DE ARRANQUE, PARA PODER ATRIBUIR A
002150*                    UNA ENTREGA LOS CAMBIOS DE RITMO Y RECHAZOS.
002200*----------------------------------------------------------------
002300 ENVIRONMENT     DIVISION.
002400 INPUT-OUTPUT    SECTION.
003900     05  MET-REG-RECHAZADOS  PIC 9(09).
004000     05  MET-REG-DURACION    PIC 9(09).
004100     05  MET-REG-REGS-SEG    PIC 9(09).
004110     05  MET-REG-VERSION     PIC X(10).
004200 WORKING-STORAGE SECTION.
004300*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
004400     COPY FECNEG.
004500 01  WS-MET-STATUS           PIC X(02).
004600     88  WS-MET-NO-EXISTE            VALUE "35".
004610*    VERSION VIGENTE DEL PROGRAMA MEDIDO (REGISTRO DE ENTREGAS).
004620     COPY VERSTD.
004630 01  WS-VERSION-PROGRAMA     PIC X(16) VALUE SPACES.
004640 01  WS-VERSION              PIC X(10) VALUE SPACES.
004700 01  WS-HORA-MARCA           PIC 9(08).
004800 01  WS-CONVERSION-HORA.
004900     05  WS-CONV-ENTRADA.
007800     ACCEPT WS-HORA-MARCA FROM TIME
007900     MOVE WS-HORA-MARCA TO WS-CONV-ENTRADA
008000     PERFORM 8000-CONVERTIR-A-CENTESIMAS THRU 8000-EXIT
008100     MOVE WS-CONV-SALIDA TO WS-CENTESIMAS-INICIO
008110     PERFORM 3000-BUSCAR-VERSION THRU 3000-EXIT.
008200 1000-EXIT.
008300     EXIT.
008400*================================================================
010800     MOVE MET-ESCRITOS TO MET-REG-ESCRITOS
010900     MOVE MET-RECHAZADOS TO MET-REG-RECHAZADOS
011000     MOVE WS-DURACION TO MET-REG-DURACION
011010*    SI EL ARRANQUE NO PASO POR AQUI (O ERA OTRO PROGRAMA), LA
011020*    VERSION SE CONSULTA AHORA.
011030     IF WS-VERSION-PROGRAMA NOT = MET-PROGRAMA
011040         PERFORM 3000-BUSCAR-VERSION THRU 3000-EXIT
011050     END-IF
011060     MOVE WS-VERSION TO MET-REG-VERSION
011100*    EL RITMO SE MIDE SOBRE LEIDOS MAS ESCRITOS (LOS GENERADORES
011200*    NO LEEN Y LOS VERIFICADORES APENAS ESCRIBEN); UNA DURACION
011300*    DE CERO SE TRATA COMO UNA CENTESIMA.
012200     CLOSE METRICAS-FILE.
012300 2000-EXIT.
012400     EXIT.
012408*================================================================
012416 3000-BUSCAR-VERSION.
012424*================================================================
012432     MOVE SPACES TO VRS-STD-AREA
012440     MOVE MET-PROGRAMA TO VRS-STD-PROGRAMA
012448     MOVE ZERO TO VRS-STD-FECHA
012456     CALL "VERSPROG" USING VRS-STD-AREA
012464     MOVE MET-PROGRAMA TO WS-VERSION-PROGRAMA
012472     MOVE VRS-STD-VERSION TO WS-VERSION.
012480 3000-EXIT.
012488     EXIT.
012500*================================================================
012600 8000-CONVERTIR-A-CENTESIMAS.
012700*================================================================
