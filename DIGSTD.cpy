000100*----------------------------------------------------------------
000200* DIGSTD - AREA DE COMUNICACION CON EL SERVICIO DE DIGITO DE
000300* CONTROL DE REFERENCIAS (MODULO DIGCONTR).
000400*----------------------------------------------------------------
000500* EL QUE LLAMA INFORMA LA FUNCION (V VALIDAR, G GENERAR), EL TIPO
000600* DE REFERENCIA (POL REFERENCIA DE POLIGONO, CNV CLAVE DE GRUPO
000700* DE CONVERSOR, ORD REFERENCIA DE ORDEN) Y LA REFERENCIA. AL
000800* VALIDAR, EL DIGITO DE CONTROL ES EL ULTIMO CARACTER NO BLANCO
000900* DE LA REFERENCIA. AL GENERAR, LA REFERENCIA TRAE SOLO EL
001000* CUERPO Y EL MODULO LE ANADE EL DIGITO DETRAS. EN AMBOS CASOS
001100* SE DEVUELVE EL DIGITO CALCULADO. RESPUESTAS: P CORRECTA (O
001200* GENERADA), X DIGITO ERRONEO, E REFERENCIA MAL FORMADA (VACIA,
001300* CON CARACTERES QUE NO SON LETRA O CIFRA, SIN SITIO PARA EL
001400* DIGITO) O TIPO/FUNCION DESCONOCIDOS.
001500*----------------------------------------------------------------
001600* FECHA       INIC.  DESCRIPCION
001700* ----------  -----  ---------------------------------------------
001800* 2026-10-15  MNT    VERSION INICIAL.
001900*----------------------------------------------------------------
002000 01  DIG-STD-AREA.
002100     05  DIG-STD-FUNCION     PIC X(01).
002200         88  DIG-STD-VALIDAR         VALUE "V".
002300         88  DIG-STD-GENERAR         VALUE "G".
002400     05  DIG-STD-TIPO        PIC X(03).
002500     05  DIG-STD-REFERENCIA  PIC X(10).
002600     05  DIG-STD-DIGITO      PIC X(01).
002700     05  DIG-STD-RESPUESTA   PIC X(01).
002800         88  DIG-STD-CORRECTA        VALUE "P".
002900         88  DIG-STD-ERRONEA         VALUE "X".
003000         88  DIG-STD-MAL-FORMADA     VALUE "E".
