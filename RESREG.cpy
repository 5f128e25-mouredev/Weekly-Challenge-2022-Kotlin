000100*----------------------------------------------------------------
000200* RESREG - RESPUESTA COMUN DE LA PASARELA DE CONSULTAS (PASARELA).
000300*----------------------------------------------------------------
000400* REPITE LA PETICION Y ANADE LA FECHA DE NEGOCIO, EL CODIGO DE
000500* RESPUESTA DEL SERVICIO (EL SUYO PROPIO: P/C/X DE ESPRIMO, P/X/E
000600* DE PRIMONAV, S/N/X DE FIBOPERT, G/N/X/E DE ANAGSERV) Y LA
000700* RESPUESTA EN CLARO. LA PASARELA RESPONDE R CUANDO RECHAZA LA
000800* PETICION SIN LLEGAR AL SERVICIO (SERVICIO DESCONOCIDO,
000900* SOLICITANTE EN BLANCO O CLAVE MAL FORMADA).
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-10-15  MNT    VERSION INICIAL.
001400*----------------------------------------------------------------
001500 01  RES-REGISTRO.
001600     05  RES-SERVICIO        PIC X(08).
001700     05  FILLER              PIC X(01).
001800     05  RES-SOLICITANTE     PIC X(08).
001900     05  FILLER              PIC X(01).
002000     05  RES-CLAVE           PIC X(60).
002100     05  FILLER              PIC X(01).
002200     05  RES-FECHA           PIC 9(08).
002300     05  FILLER              PIC X(01).
002400     05  RES-CODIGO          PIC X(01).
002500         88  RES-RECHAZADA           VALUE "R".
002600     05  FILLER              PIC X(01).
002700     05  RES-RESPUESTA       PIC X(100).
