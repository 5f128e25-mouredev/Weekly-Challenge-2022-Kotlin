000100*----------------------------------------------------------------
000200* LIBREG - LINEA DEL LIBRO DE ENTREGAS DE LOS SOCIOS (LIBROENT).
000300*----------------------------------------------------------------
000400* UNA LINEA POR CADA ENTREGA RECIBIDA DE UN SOCIO PARA UN FICHERO
000500* DE ENTRADA, CON EL NUMERO DE ENTREGA QUE TRAE SU CABECERA
000600* (CTL-SECUENCIA DE CTLREG), LA FECHA DE NEGOCIO Y CORRIDA EN QUE
000700* SE RECIBIO, LA CUENTA Y EL HASH PROPIOS DE LOS REGISTROS DE
000800* DATOS, LOS TOTALES DEL TRAILER DEL SOCIO SI LO TRAIA Y EL
000900* VEREDICTO DEL PASO SECENTR. LOS NUMEROS QUE SE SALTO EL SOCIO
001000* QUEDAN COMO LINEAS HUECO. EL LIBRO SOLO CRECE: ES LA HISTORIA
001100* QUE LA MESA ENSENA AL SOCIO.
001200*----------------------------------------------------------------
001300* FECHA       INIC.  DESCRIPCION
001400* ----------  -----  ---------------------------------------------
001500* 2026-10-15  MNT    VERSION INICIAL.
001600*----------------------------------------------------------------
001700 01  LIB-REGISTRO.
001800     05  LIB-SOCIO           PIC X(08).
001900     05  FILLER              PIC X(01).
002000     05  LIB-FICHERO         PIC X(12).
002100     05  FILLER              PIC X(01).
002200     05  LIB-SECUENCIA       PIC 9(09).
002300     05  FILLER              PIC X(01).
002400     05  LIB-ESTADO          PIC X(12).
002500         88  LIB-ACEPTADA            VALUE "ACEPTADA".
002600         88  LIB-DUPLICADA           VALUE "DUPLICADA".
002700         88  LIB-DESORDEN            VALUE "DESORDEN".
002800         88  LIB-HUECO               VALUE "HUECO".
002900         88  LIB-SIN-CABECERA        VALUE "SIN CABECERA".
003000         88  LIB-SIN-NUMERO          VALUE "SIN NUMERO".
003100         88  LIB-RECHAZADA           VALUE "DUPLICADA"
003200                                           "DESORDEN".
003300     05  FILLER              PIC X(01).
003400     05  LIB-FECHA           PIC 9(08).
003500     05  LIB-CORRIDA         PIC 9(04).
003600     05  FILLER              PIC X(01).
003700     05  LIB-CAB-FECHA       PIC 9(08).
003800     05  FILLER              PIC X(01).
003900     05  LIB-REGISTROS       PIC 9(09).
004000     05  FILLER              PIC X(01).
004100     05  LIB-HASH            PIC 9(18).
004200     05  FILLER              PIC X(01).
004300     05  LIB-TRL-REGISTROS   PIC 9(09).
004400     05  FILLER              PIC X(01).
004500     05  LIB-TRL-HASH        PIC 9(18).
