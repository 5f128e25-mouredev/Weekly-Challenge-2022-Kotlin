002820*                    FECHA DE NEGOCIO, COMO YA HACIA LA DE
002830*                    METRICAS: AUDITDIA ACUMULA DIAS EN EXTEND Y
002840*                    UN RASTRO DE AYER NO VALE COMO EL DE HOY.
002850* 2026-10-15  MNT    EL REGISTRO DE AUDITDIA CRECE CON LOS VALORES
002860*                    DE CADENA (AUDCAD); SE AJUSTA SU LONGITUD.
002870* 2026-10-15  MNT    EL REGISTRO DE METRICAS Y LA LINEA DE RUNLOG
002880*                    SE DECLARAN CON LA VERSION DEL PROGRAMA
002890*                    QUE AHORA LLEVAN AL FINAL.
002900*----------------------------------------------------------------
003000 ENVIRONMENT     DIVISION.
003100 INPUT-OUTPUT    SECTION.
005200     05  LOG-PROGRAMA        PIC X(16).
005300     05  FILLER              PIC X(35).
005400     05  LOG-ESTADO          PIC X(13).
005410     05  FILLER              PIC X(11).
005500 FD  METRICAS-FILE
005600     RECORDING MODE IS F.
005700 01  MET-REGISTRO.
005800     05  MET-REG-PROGRAMA    PIC X(08).
005900     05  MET-REG-FECHA       PIC 9(08).
006000     05  FILLER              PIC X(59).
006100 FD  AUDITORIA-DIA
006200     RECORDING MODE IS F.
006300 01  AUD-REGISTRO.
006400     05  AUD-FECHA           PIC X(08).
006500     05  FILLER              PIC X(14).
006600     05  AUD-PROGRAMA        PIC X(08).
006700     05  FILLER              PIC X(166).
006800 FD  EXPECTATIVAS
006900     RECORDING MODE IS F.
007000 01  ESP-REGISTRO.
