000100*----------------------------------------------------------------
000200* ZECSTD - AREA DE COMUNICACION CON EL SERVICIO DE DESCOMPOSICION
000300* DE ZECKENDORF (MODULO FIBOZECK).
000400*----------------------------------------------------------------
000500* EL QUE LLAMA INFORMA EL VALOR EN DOS TRAMOS DE 18 DIGITOS
000600* (ALTO Y BAJO, COMO LA CLAVE DE FIBOMAST). EL MODULO DEVUELVE
000700* LOS TERMINOS DE FIBONACCI NO CONSECUTIVOS CUYA SUMA ES EL
000800* VALOR, DE MAYOR A MENOR, CON SU INDICE EN EL MAESTRO, Y EL
000900* CODIGO DE FIBONACCI (UN BIT POR TERMINO 1, 2, 3, 5, ... HASTA
001000* EL MAYOR USADO, TERMINADO EN "11"). RESPUESTAS: P
001100* DESCOMPUESTO, X FUERA DE RANGO (MAYOR QUE EL MAYOR TERMINO
001200* CARGADO, O SIN MAESTRO), E MAESTRO INCOMPLETO (LOS TERMINOS
001300* CARGADOS NO ALCANZAN A COMPONER EL VALOR), N VALOR CERO.
001400*----------------------------------------------------------------
001500* FECHA       INIC.  DESCRIPCION
001600* ----------  -----  ---------------------------------------------
001700* 2026-10-15  MNT    VERSION INICIAL.
001800*----------------------------------------------------------------
001900 01  ZEC-STD-AREA.
002000     05  ZEC-STD-ALTO        PIC 9(18).
002100     05  ZEC-STD-BAJO        PIC 9(18).
002200     05  ZEC-STD-RESPUESTA   PIC X(01).
002300         88  ZEC-STD-DESCOMPUESTO    VALUE "P".
002400         88  ZEC-STD-FUERA-DE-RANGO  VALUE "X".
002500         88  ZEC-STD-INCOMPLETO      VALUE "E".
002600         88  ZEC-STD-VALOR-CERO      VALUE "N".
002700     05  ZEC-STD-NUM-TERMINOS PIC 9(03).
002800     05  ZEC-STD-TERMINO OCCURS 90 TIMES.
002900         10  ZEC-STD-TER-INDICE  PIC 9(09).
003000         10  ZEC-STD-TER-ALTO    PIC 9(18).
003100         10  ZEC-STD-TER-BAJO    PIC 9(18).
003200     05  ZEC-STD-LARGO-CODIGO PIC 9(03).
003300     05  ZEC-STD-CODIGO      PIC X(200).
