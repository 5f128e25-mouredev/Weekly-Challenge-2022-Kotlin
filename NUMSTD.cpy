000100*----------------------------------------------------------------
000200* NUMSTD - AREA DE COMUNICACION CON EL SERVICIO CENTRAL DE
000300* NUMERACION (MODULO NUMERADOR).
000400*----------------------------------------------------------------
000500* FUNCIONES: "A" ASIGNA EL SIGUIENTE NUMERO DE LA SERIE PEDIDA Y
000600* LO DEVUELVE EN NUM-STD-NUMERO; "C" CIERRA EL REGISTRO Y EL
000700* DIARIO DE EMISION AL TERMINAR EL PROGRAMA QUE LLAMA. CADA SERIE
000800* ES UN CONTADOR PROPIO DEL MAESTRO NUMMAST Y CADA NUMERO EMITIDO
000900* QUEDA EN EL DIARIO NUMLOG CON EL PROGRAMA Y LA FECHA DE NEGOCIO.
001000* NUM-STD-BASE SOLO SE USA AL DAR DE ALTA UNA SERIE NUEVA: EL
001100* PRIMER NUMERO ES BASE + 1, PARA QUE UNA NUMERACION QUE YA
001200* EXISTIA FUERA DEL REGISTRO CONTINUE DONDE IBA. RESPUESTAS: P
001300* NUMERO ASIGNADO; E SIN REGISTRO (MAESTRO NO DISPONIBLE O SERIE
001400* EN BLANCO), NUMERO A CERO.
001500*----------------------------------------------------------------
001600* FECHA       INIC.  DESCRIPCION
001700* ----------  -----  ---------------------------------------------
001800* 2026-10-15  MNT    VERSION INICIAL.
001900*----------------------------------------------------------------
002000 01  NUM-STD-AREA.
002100     05  NUM-STD-FUNCION     PIC X(01).
002200         88  NUM-FUNCION-ASIGNAR     VALUE "A".
002300         88  NUM-FUNCION-CERRAR      VALUE "C".
002400     05  NUM-STD-SERIE       PIC X(08).
002500     05  NUM-STD-PROGRAMA    PIC X(08).
002600     05  NUM-STD-BASE        PIC 9(09).
002700     05  NUM-STD-NUMERO      PIC 9(09).
002800     05  NUM-STD-RESPUESTA   PIC X(01).
002900         88  NUM-STD-ASIGNADO        VALUE "P".
003000         88  NUM-STD-SIN-REGISTRO    VALUE "E".
