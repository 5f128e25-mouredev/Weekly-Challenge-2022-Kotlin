000100*----------------------------------------------------------------
000200* TRZSTD - AREA DE COMUNICACION CON EL MODULO DE RESOLUCION DE
000300* CAMPOS POR NOMBRE (TRAZADO).
000400*----------------------------------------------------------------
000500* EL QUE LLAMA INFORMA EL FICHERO Y EL NOMBRE DEL CAMPO; EL MODULO
000600* LOS BUSCA EN EL MAESTRO DE TRAZADOS TRZMAST (QUE CARGA EN LA
000700* PRIMERA LLAMADA) Y DEVUELVE POSICION, LONGITUD Y CLASE.
000800* RESPUESTAS: P CAMPO HALLADO; N EL CAMPO NO ESTA EN EL MAESTRO
000900* (POSICION Y LONGITUD A CERO); M NO HAY MAESTRO DE TRAZADOS.
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-10-15  MNT    VERSION INICIAL.
001400*----------------------------------------------------------------
001500 01  TRZ-STD-AREA.
001600     05  TRZ-STD-FICHERO     PIC X(12).
001700     05  TRZ-STD-CAMPO       PIC X(10).
001800     05  TRZ-STD-POS         PIC 9(04).
001900     05  TRZ-STD-LARGO       PIC 9(03).
002000     05  TRZ-STD-CLASE       PIC X(01).
002100     05  TRZ-STD-RESPUESTA   PIC X(01).
002200         88  TRZ-STD-HALLADO         VALUE "P".
002300         88  TRZ-STD-NO-HALLADO      VALUE "N".
002400         88  TRZ-STD-SIN-MAESTRO     VALUE "M".
