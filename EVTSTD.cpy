000100*----------------------------------------------------------------
000200* EVTSTD - EVENTO ESTANDAR PARA LA CONSOLA CORPORATIVA.
000300*----------------------------------------------------------------
000400* LA CONSOLA DE EVENTOS DE LA EMPRESA RECIBE LA CADENA EN
000500* DIRECTO: CADA ALERTA DE ALERTADOR, CADA ARRANQUE Y FIN DE PASO
000600* DE NOCTURNO (CON SU RETURN-CODE) Y CADA DESVIACION DE TABLERO
000700* SE ANADEN, SEGUN SE PRODUCEN, AL FICHERO DE SALIDA EVENTOS POR
000800* MEDIO DEL MODULO EVENTOS. EL LLAMADOR RELLENA TIPO, PROGRAMA,
000900* SEVERIDAD INTERNA (I/A/C), RC, CLAVE DE CORRELACION Y TEXTO; EL
001000* MODULO ESTAMPA MARCA DE TIEMPO, FECHA DE NEGOCIO Y CORRIDA Y
001100* TRADUCE LA SEVERIDAD AL NIVEL DE LA CONSOLA:
001200*     I -> NORMAL     A -> WARNING     C -> CRITICAL
001300* TIPOS: ALERTA, DESVIACION, PASO-INICIO, PASO-FIN.
001400* CLAVE DE CORRELACION:
001500*     ALR-AAAAMMDD-PROGRAMA-NNNNNNNNNNNN  ALERTAS Y DESVIACIONES
001600*         (LOS DOCE DIGITOS SON LA HUELLA AUDHASH DEL REGISTRO
001700*         ALRSTD, QUE CONSACK RECALCULA DESDE ALERTPEND PARA
001800*         CASAR EL RECONOCIMIENTO DE LA CONSOLA CON LA ALERTA).
001900*     PAS-AAAAMMDD-CCCC-PROGRAMA          ARRANQUE Y FIN DE PASO
002000*----------------------------------------------------------------
002100* FECHA       INIC.  DESCRIPCION
002200* ----------  -----  ---------------------------------------------
002300* 2026-10-15  MNT    VERSION INICIAL.
002400*----------------------------------------------------------------
002500 01  EVT-STD-REGISTRO.
002600     05  EVT-STD-MARCA       PIC X(14).
002700     05  FILLER              PIC X(01).
002800     05  EVT-STD-FECHA       PIC 9(08).
002900     05  FILLER              PIC X(01).
003000     05  EVT-STD-CORRIDA     PIC 9(04).
003100     05  FILLER              PIC X(01).
003200     05  EVT-STD-TIPO        PIC X(11).
003300     05  FILLER              PIC X(01).
003400     05  EVT-STD-PROGRAMA    PIC X(16).
003500     05  FILLER              PIC X(01).
003600     05  EVT-STD-SEVERIDAD   PIC X(01).
003700     05  FILLER              PIC X(01).
003800     05  EVT-STD-NIVEL       PIC X(08).
003900     05  FILLER              PIC X(01).
004000     05  EVT-STD-RC          PIC 9(04).
004100     05  FILLER              PIC X(01).
004200     05  EVT-STD-CORRELACION PIC X(40).
004300     05  FILLER              PIC X(01).
004400     05  EVT-STD-TEXTO       PIC X(60).
