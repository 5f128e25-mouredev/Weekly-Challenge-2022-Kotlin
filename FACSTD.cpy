000100*----------------------------------------------------------------
000200* FACSTD - AREA DE COMUNICACION CON EL SERVICIO DE FACTORIZACION
000300* (MODULO FACPRIMO).
000400*----------------------------------------------------------------
000500* EL QUE LLAMA INFORMA EL NUMERO (HASTA 18 DIGITOS). EL MODULO
000600* LO DIVIDE POR LOS PRIMOS DE PRIMOMAST Y DEVUELVE LOS FACTORES
000700* PRIMOS DE MENOR A MAYOR CON SU EXPONENTE. RESPUESTAS: P
000800* FACTORIZACION COMPLETA; X NO FACTORIZADO DEL TODO (QUEDA UN
000900* COFACTOR MAYOR QUE LA FRONTERA DEL MAESTRO QUE NO SE PUEDE
001000* DAR POR PRIMO; LOS FACTORES HALLADOS SE DEVUELVEN IGUAL); E
001100* SIN RESPUESTA (NUMERO MENOR QUE 2 O MAESTRO AUSENTE). EL
001200* COFACTOR VALE 1 CUANDO NO QUEDA NADA POR FACTORIZAR.
001300*----------------------------------------------------------------
001400* FECHA       INIC.  DESCRIPCION
001500* ----------  -----  ---------------------------------------------
001600* 2026-10-15  MNT    VERSION INICIAL.
001700*----------------------------------------------------------------
001800 01  FAC-STD-AREA.
001900     05  FAC-STD-NUMERO      PIC 9(18).
002000     05  FAC-STD-RESPUESTA   PIC X(01).
002100         88  FAC-STD-COMPLETA        VALUE "P".
002200         88  FAC-STD-INCOMPLETA      VALUE "X".
002300         88  FAC-STD-SIN-RESPUESTA   VALUE "E".
002400     05  FAC-STD-NUM-FACTORES PIC 9(02).
002500     05  FAC-STD-FACTOR OCCURS 20 TIMES.
002600         10  FAC-STD-PRIMO       PIC 9(18).
002700         10  FAC-STD-EXPONENTE   PIC 9(02).
002800     05  FAC-STD-COFACTOR    PIC 9(18).
