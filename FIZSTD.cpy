000100*----------------------------------------------------------------
000200* FIZSTD - AREA DE COMUNICACION CON EL SERVICIO DE PALABRA POR
000300* NUMERO (MODULO FIZZSRV).
000400*----------------------------------------------------------------
000500* EL QUE LLAMA INFORMA EL NUMERO Y LA FECHA DE EFECTO (A CERO,
000600* LA FECHA DE NEGOCIO, QUE SE DEVUELVE EN EL MISMO CAMPO). EL
000700* MODULO APLICA LAS REGLAS DE DIVMAST EN VIGOR EN ESA FECHA COMO
000800* LO HACE FIZZBUZZ Y DEVUELVE EL TEXTO (LA PALABRA COMPUESTA, O
000900* EL PROPIO NUMERO SI NINGUNA REGLA SE DISPARA) Y LAS REGLAS QUE
001000* SE DISPARARON, EN EL ORDEN EN QUE COMPONEN LA PALABRA.
001100* RESPUESTAS: P PALABRA, N NUMERO (SIN REGLA), T PALABRA
001200* TRUNCADA (NO CABE EN FIZ-STD-TEXTO).
001300*----------------------------------------------------------------
001400* FECHA       INIC.  DESCRIPCION
001500* ----------  -----  ---------------------------------------------
001600* 2026-10-15  MNT    VERSION INICIAL.
001700*----------------------------------------------------------------
001800 01  FIZ-STD-AREA.
001900     05  FIZ-STD-NUMERO      PIC 9(09).
002000     05  FIZ-STD-FECHA       PIC 9(08).
002100     05  FIZ-STD-RESPUESTA   PIC X(01).
002200         88  FIZ-STD-PALABRA         VALUE "P".
002300         88  FIZ-STD-SIN-REGLA       VALUE "N".
002400         88  FIZ-STD-TRUNCADA        VALUE "T".
002500     05  FIZ-STD-TEXTO       PIC X(80).
002600     05  FIZ-STD-NUM-REGLAS  PIC 9(02).
002700     05  FIZ-STD-REGLA OCCURS 10 TIMES.
002800         10  FIZ-STD-REG-DIVISOR PIC 9(05).
002900         10  FIZ-STD-REG-TIPO    PIC X(08).
003000         10  FIZ-STD-REG-PALABRA PIC X(20).
