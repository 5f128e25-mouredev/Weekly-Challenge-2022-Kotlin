002500*                    DEJA EL RECUENTO POR SELECCION EN EXTRARPT.
002600*                    LO QUE COSTABA UN DIA DE ANALISTA SALE EN
002700*                    UN PASO DE LOTE.
002710* 2026-10-15  MNT    EL REGISTRO DE AUDITDIA LLEVA AHORA LOS
002720*                    VALORES DE CADENA (AUDCAD) Y LA RESPUESTA LOS
002730*                    COPIA CON LA LINEA, PARA QUE CADA REGISTRO
002740*                    EXTRAIDO SE PUEDA CONTRASTAR CON LA CADENA Y
002750*                    LOS SELLOS DEL DIA (VERIAUD).
002760* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
002770*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
002780*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
002800*----------------------------------------------------------------
002900 ENVIRONMENT     DIVISION.
003000 INPUT-OUTPUT    SECTION.
006000     05  FILLER              PIC X(01).
006100     05  AUD-DECISION        PIC X(20).
006200     05  FILLER              PIC X(41).
006210*        VALORES DE CADENA (AUDCAD): ANTERIOR Y PROPIO.
006220     05  FILLER              PIC X(38).
006300 FD  RESPUESTA-OUT
006400     RECORDING MODE IS F.
006500 01  RES-REGISTRO.
006600     05  RES-SELECCION       PIC 9(02).
006700     05  FILLER              PIC X(01) VALUE SPACE.
006800     05  RES-AUDITORIA       PIC X(196).
006900     COPY CTLREG.
007000 FD  EXTRACCION-RPT
007100     RECORDING MODE IS F.
007600 WORKING-STORAGE SECTION.
007700*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
007800     COPY FECNEG.
007810*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
007820     COPY VERSTD.
007900 01  WS-SEL-STATUS           PIC X(02).
008000     88  WS-SEL-NO-EXISTE            VALUE "35".
008100     88  WS-SEL-FIN-FICHERO          VALUE "10".
012400     MOVE FEC-NEG-FECHA TO CTL-FECHA
012500     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
012600     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD
012610     MOVE SPACES TO VRS-STD-AREA
012620     MOVE "EXTRAUD" TO VRS-STD-PROGRAMA
012630     MOVE ZERO TO VRS-STD-FECHA
012640     CALL "VERSPROG" USING VRS-STD-AREA
012650     MOVE VRS-STD-VERSION TO CTL-VERSION
012700     WRITE CTL-REGISTRO
012800     OPEN INPUT EXTRACCION-SEL
012900     IF WS-SEL-NO-EXISTE
