000100*----------------------------------------------------------------
000200* DICPROP - PROPUESTAS DE ALTA EN EL DICCIONARIO (DICCION).
000300*----------------------------------------------------------------
000400* LA COSECHA SEMANAL (COSECHA) PROPONE LAS PALABRAS FRECUENTES
000500* DEL ARCHIVO DE ELTEXTO QUE NO ESTAN EN DICCION. CADA PROPUESTA
000600* EMPIEZA CON EL MISMO TRAZADO QUE UNA TRANSACCION DICTRAN (ALTA
000700* A, PALABRA, FECHA DE EFECTO) Y QUEDA PENDIENTE: MANTDIC SOLO
000800* APLICA LAS QUE UN OPERADOR CON PERMISO MANTDIC HA APROBADO, Y
000900* DEJA AQUI QUIEN Y CUANDO. LAS RECHAZADAS SE CONSERVAN PARA QUE
001000* LA COSECHA NO LAS VUELVA A PROPONER.
001100*----------------------------------------------------------------
001200* FECHA       INIC.  DESCRIPCION
001300* ----------  -----  ---------------------------------------------
001400* 2026-10-15  MNT    VERSION INICIAL.
001500*----------------------------------------------------------------
001600 01  PRO-REGISTRO.
001700     05  PRO-TRANSACCION.
001800         10  PRO-ACCION      PIC X(01).
001900         10  PRO-PALABRA     PIC X(100).
002000         10  PRO-DESDE       PIC 9(08).
002100     05  PRO-ESTADO          PIC X(01).
002200         88  PRO-PENDIENTE           VALUE "P".
002300         88  PRO-APROBADA            VALUE "A".
002400         88  PRO-APLICADA            VALUE "X".
002500         88  PRO-RECHAZADA           VALUE "R".
002600     05  PRO-FRECUENCIA      PIC 9(07).
002700     05  PRO-CLIENTES        PIC 9(03).
002800     05  PRO-CLIENTE-MAYOR   PIC X(08).
002900     05  PRO-FECHA-PROPUESTA PIC 9(08).
003000     05  PRO-APROBADOR       PIC X(08).
003100     05  PRO-FECHA-DECISION  PIC 9(08).
