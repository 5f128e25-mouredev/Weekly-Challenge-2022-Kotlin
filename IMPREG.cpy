000100*----------------------------------------------------------------
000200* IMPREG - REGISTRO DEL MAESTRO DE TIPOS IMPOSITIVOS (IMPMAST).
000300*----------------------------------------------------------------
000400* UN TIPO (PORCENTAJE CON DOS DECIMALES) POR REGION FISCAL Y
000500* PERIODO DE VIGENCIA, COMO LAS TARIFAS: HASTA = 0 VALE COMO SIN
000600* CADUCIDAD. UN CAMBIO DE TIPO SE DA DE ALTA COMO UNA FILA NUEVA
000700* CON SU FECHA DESDE, CERRANDO LA ANTERIOR, PARA QUE UNA
000800* REEJECUCION DE UNA FECHA PASADA FACTURE CON EL TIPO DE ENTONCES.
000900* LA REGION FISCAL DE CADA CLIENTE ESTA EN SU FICHA DE CLIMAST.
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-10-15  MNT    VERSION INICIAL.
001400*----------------------------------------------------------------
001500 01  IMP-REGISTRO.
001600     05  IMP-REGION          PIC X(03).
001700     05  IMP-TIPO            PIC 9(02)V9(02).
001800     05  IMP-DESDE           PIC 9(08).
001900     05  IMP-HASTA           PIC 9(08).
