001800*                    ULTIMOS SIETE DIAS, CON EL MOVIMIENTO
001900*                    SEMANA CONTRA SEMANA MARCADO CUANDO SUPERA
002000*                    EL 20 POR CIENTO.
002010* 2026-10-15  MNT    EL REGISTRO DE PALINTOT SE DECLARA CON LOS
002020*                    CONTADORES POR POLITICA DE VEREDICTO QUE
002030*                    AHORA LLEVA AL FINAL.
002040* 2026-10-15  MNT    EL REGISTRO DE PALINTOT SE TOMA DEL COPY
002050*                    TOTREG, COMUN A QUIEN LO ESCRIBE Y A QUIEN LO
002060*                    LEE.
002100*----------------------------------------------------------------
002200 ENVIRONMENT     DIVISION.
002300 INPUT-OUTPUT    SECTION.
003100 FILE            SECTION.
003200 FD  PALINDROMO-TOT
003300     RECORDING MODE IS F.
003400     COPY TOTREG.
004100 FD  TENDENCIA-RPT
004200     RECORDING MODE IS F.
004300 01  RPT-LINEA               PIC X(90).
