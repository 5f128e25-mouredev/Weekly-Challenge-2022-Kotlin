002000*                    LA MEDIA DE LAS ANTERIORES DE LA SEMANA, PARA
002100*                    VER COMO SE ENCOGE LA VENTANA DE PROCESO
002200*                    ANTES DE QUE SE ROMPA.
002210* 2026-10-15  MNT    EL REGISTRO DE METRICAS SE DECLARA CON LA
002220*                    VERSION DEL PROGRAMA QUE AHORA LLEVA AL
002230*                    FINAL.
002300*----------------------------------------------------------------
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT    SECTION.
004200     05  MET-REG-RECHAZADOS  PIC 9(09).
004300     05  MET-REG-DURACION    PIC 9(09).
004400     05  MET-REG-REGS-SEG    PIC 9(09).
004410     05  MET-REG-VERSION     PIC X(10).
004500 FD  METRESEM-RPT
004600     RECORDING MODE IS F.
004700 01  RPT-LINEA               PIC X(100).
