002450*                    DURACION (EL PRESUPUESTO ES EN SEGUNDOS)
002460*                    PERO EL VOLUMEN DICE SI EL CRECIMIENTO ES
002470*                    DE DATOS O DE DEGRADACION DEL PROGRAMA.
002477* 2026-10-15  MNT    EL REGISTRO DE METRICAS SE DECLARA CON LA
002484*                    VERSION DEL PROGRAMA QUE AHORA LLEVA AL
002491*                    FINAL.
002500*----------------------------------------------------------------
002600 ENVIRONMENT     DIVISION.
002700 INPUT-OUTPUT    SECTION.
005300     05  MET-REG-RECHAZADOS  PIC 9(09).
005400     05  MET-REG-DURACION    PIC 9(09).
005500     05  MET-REG-REGS-SEG    PIC 9(09).
005510     05  MET-REG-VERSION     PIC X(10).
005600 FD  PRONOSTICO-RPT
005700     RECORDING MODE IS F.
005800 01  RPT-LINEA               PIC X(100).
