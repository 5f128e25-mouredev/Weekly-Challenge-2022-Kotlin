000100*----------------------------------------------------------------
000200* ASGREG - REGISTRO DE ASIGNACION DE ROL A OPERADOR (OPEROL).
000300*----------------------------------------------------------------
000400* UNA LINEA POR OPERADOR Y ROL, CON EL SUPERVISOR QUE RESPONDE DE
000500* ESE ACCESO EN LA RECERTIFICACION TRIMESTRAL (RECERTIF), LA
000600* FECHA DE NEGOCIO DEL ALTA Y EL OPERADOR QUE LA CONCEDIO. LO
000700* MANTIENE EL PROGRAMA MANTROL.
000800*----------------------------------------------------------------
000900* FECHA       INIC.  DESCRIPCION
001000* ----------  -----  ---------------------------------------------
001100* 2026-10-15  MNT    VERSION INICIAL.
001200*----------------------------------------------------------------
001300 01  ASG-REGISTRO.
001400     05  ASG-OPERADOR        PIC X(08).
001500     05  ASG-ROL             PIC X(08).
001600     05  ASG-SUPERVISOR      PIC X(08).
001700     05  ASG-FECHA-ALTA      PIC 9(08).
001800     05  ASG-CONCEDIDO-POR   PIC X(08).
