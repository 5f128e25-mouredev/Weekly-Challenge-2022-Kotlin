000100*----------------------------------------------------------------
000200* VERREG - REGISTRO DEL MAESTRO DE VERSIONES (VERSIONES).
000300*----------------------------------------------------------------
000400* UNA FILA POR ENTREGA DE UN PROGRAMA: PROGRAM-ID, VERSION, FECHA
000500* DE INSTALACION, PETICION DE CAMBIO QUE LA AMPARA Y OPERADOR QUE
000600* LA DIO DE ALTA. LA VERSION VIGENTE DE UN PROGRAMA EN UNA FECHA
000700* ES LA DE FECHA DE INSTALACION MAS RECIENTE NO POSTERIOR A ELLA;
000800* LAS ANTERIORES QUEDAN COMO HISTORIA. SOLO SE MANTIENE CON EL
000900* PROGRAMA MANTVER.
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-10-15  MNT    VERSION INICIAL.
001400*----------------------------------------------------------------
001500 01  VER-REGISTRO.
001600     05  VER-PROGRAMA        PIC X(16).
001700     05  VER-VERSION         PIC X(10).
001800     05  VER-FECHA-INST      PIC 9(08).
001900     05  VER-TICKET          PIC X(12).
002000     05  VER-OPERADOR        PIC X(08).
