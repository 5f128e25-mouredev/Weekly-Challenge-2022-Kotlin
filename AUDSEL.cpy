000100*----------------------------------------------------------------
000200* AUDSEL - SELLO DIARIO DE LA CADENA DE AUDITORIA (AUDSELLO).
000300*----------------------------------------------------------------
000400* UN REGISTRO POR FECHA DE NEGOCIO SELLADA: NUMERO DE LINEAS DE
000500* AUDITDIA DE ESA FECHA Y VALOR DE CADENA DE LA ULTIMA, CON EL
000600* MOMENTO DEL SELLADO. LOS SELLOS SE ENCADENAN ENTRE SI COMO LAS
000700* LINEAS DE AUDITORIA (SELLO ANTERIOR Y SELLO PROPIO, CALCULADO
000800* POR AUDHASH SOBRE ASL-DATOS), DE MODO QUE TAMPOCO SE PUEDE
000900* RETOCAR UN SELLO SIN QUE SE NOTE. LO ESCRIBE Y LO LEE VERIAUD.
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-10-15  MNT    VERSION INICIAL.
001400*----------------------------------------------------------------
001500 01  ASL-REGISTRO.
001600     05  ASL-DATOS.
001700         10  ASL-FECHA       PIC 9(08).
001800         10  FILLER          PIC X(01).
001900         10  ASL-REGISTROS   PIC 9(09).
002000         10  FILLER          PIC X(01).
002100         10  ASL-ENCADENADO  PIC 9(18).
002200         10  FILLER          PIC X(01).
002300         10  ASL-SELLADO-EN  PIC X(21).
002400     05  FILLER              PIC X(01).
002500     05  ASL-ANTERIOR        PIC 9(18).
002600     05  FILLER              PIC X(01).
002700     05  ASL-SELLO           PIC 9(18).
