000100*----------------------------------------------------------------
000200* AUDCAD - LINEA ENCADENADA DEL FICHERO DE AUDITORIA (AUDITDIA).
000300*----------------------------------------------------------------
000400* EL MODULO AUDITORIA ESCRIBE CADA REGISTRO AUDREG SEGUIDO DE DOS
000500* VALORES DE CADENA: EL VALOR DE CADENA DEL REGISTRO ANTERIOR DEL
000600* FICHERO Y EL SUYO PROPIO, QUE EL MODULO AUDHASH CALCULA SOBRE EL
000700* CONTENIDO DEL REGISTRO Y EL VALOR ANTERIOR. BORRAR, INSERTAR,
000800* REORDENAR O RETOCAR UNA LINEA ROMPE LA CADENA EN ESE PUNTO; EL
000900* PROGRAMA VERIAUD LA RECORRE Y LA CONTRASTA CON LOS SELLOS DEL
001000* DIA (AUDSELLO). LAS LINEAS ANTERIORES A LA CADENA LLEVAN ESTOS
001100* CAMPOS EN BLANCO.
001200*----------------------------------------------------------------
001300* FECHA       INIC.  DESCRIPCION
001400* ----------  -----  ---------------------------------------------
001500* 2026-10-15  MNT    VERSION INICIAL.
001600*----------------------------------------------------------------
001700 01  AUD-CAD-REGISTRO.
001800     05  AUD-CAD-DATOS       PIC X(158).
001900     05  AUD-CAD-DATOS-R REDEFINES AUD-CAD-DATOS.
002000         10  AUD-CAD-FECHA   PIC X(08).
002100         10  FILLER          PIC X(150).
002200     05  FILLER              PIC X(01).
002300     05  AUD-CAD-ANTERIOR    PIC 9(18).
002400     05  FILLER              PIC X(01).
002500     05  AUD-CAD-ENCADENADO  PIC 9(18).
