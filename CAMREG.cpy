000100*----------------------------------------------------------------
000200* CAMREG - REGISTRO DEL DIARIO COMUN DE CAMBIOS DE LOS MAESTROS
000300* (CAMBLOG).
000400*----------------------------------------------------------------
000500* UNA LINEA POR REGISTRO DE MAESTRO DADO DE ALTA (A), CAMBIADO (C)
000600* O DADO DE BAJA (B) POR UN PROGRAMA DE MANTENIMIENTO, CON LA
000700* IMAGEN ANTES (EN BLANCO EN UN ALTA) Y LA IMAGEN DESPUES (EN
000800* BLANCO EN UNA BAJA). LO ESCRIBE SOLO EL MODULO REGCAMB; EL
000900* PROGRAMA DESHACE LO LEE PARA REVERTIR UN LOTE.
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-10-15  MNT    VERSION INICIAL.
001400*----------------------------------------------------------------
001500 01  CAM-REGISTRO.
001600     05  CAM-LOTE            PIC 9(09).
001700     05  CAM-SECUENCIA       PIC 9(05).
001800     05  CAM-FECHA           PIC 9(08).
001900     05  CAM-CORRIDA         PIC 9(04).
002000     05  CAM-PROGRAMA        PIC X(08).
002100     05  CAM-MAESTRO         PIC X(08).
002200     05  CAM-OPERADOR        PIC X(08).
002300     05  CAM-ACCION          PIC X(01).
002400     05  CAM-CLAVE           PIC X(100).
002500     05  CAM-ANTES           PIC X(200).
002600     05  CAM-DESPUES         PIC X(200).
