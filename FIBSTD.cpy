000100*----------------------------------------------------------------
000200* FIBSTD - AREA DE COMUNICACION CON EL SERVICIO DE PERTENENCIA A
000300* LA SUCESION DE FIBONACCI (MODULO FIBOPERT).
000400*----------------------------------------------------------------
000500* EL QUE LLAMA INFORMA LA SUCESION (BLANCOS = "FIB", LA CLASICA)
000600* Y EL VALOR EN DOS TRAMOS DE 18 DIGITOS (ALTO Y BAJO, COMO LA
000700* CLAVE DE FIBOMAST). RESPUESTAS: S MIEMBRO (CON SU INDICE), N NO
000800* MIEMBRO (CON LOS TERMINOS VECINOS; EL INFERIOR PUEDE FALTAR) Y
000900* X FUERA DE RANGO (MAYOR QUE EL MAYOR TERMINO CARGADO, O SIN
001000* MAESTRO), IGUAL QUE LAS RESPUESTAS DE FIBOCONS.
001100*----------------------------------------------------------------
001200* FECHA       INIC.  DESCRIPCION
001300* ----------  -----  ---------------------------------------------
001400* 2026-10-15  MNT    VERSION INICIAL.
001500*----------------------------------------------------------------
001600 01  FIB-STD-AREA.
001700     05  FIB-STD-SECID       PIC X(08).
001800     05  FIB-STD-ALTO        PIC 9(18).
001900     05  FIB-STD-BAJO        PIC 9(18).
002000     05  FIB-STD-RESPUESTA   PIC X(01).
002100         88  FIB-STD-MIEMBRO         VALUE "S".
002200         88  FIB-STD-NO-MIEMBRO      VALUE "N".
002300         88  FIB-STD-FUERA-DE-RANGO  VALUE "X".
002400     05  FIB-STD-INDICE      PIC 9(09).
002500     05  FIB-STD-HAY-INFERIOR PIC X(01).
002600     05  FIB-STD-INF-ALTO    PIC 9(18).
002700     05  FIB-STD-INF-BAJO    PIC 9(18).
002800     05  FIB-STD-SUP-ALTO    PIC 9(18).
002900     05  FIB-STD-SUP-BAJO    PIC 9(18).
