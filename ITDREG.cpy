000100*----------------------------------------------------------------
000200* ITDREG - LINEA DEL REGISTRO DE CORRIDAS INTRADIA (INTRAREG).
000300*----------------------------------------------------------------
000400* UNA LINEA POR CADA CORRIDA INTRADIA LANZADA POR INTRADIA, CON LA
000500* FECHA DE NEGOCIO Y EL NUMERO DE CORRIDA INTRADIA (9001-9999) QUE
000600* SE LE ASIGNO, EL PROGRAMA, LA ENTRADA PEQUENA USADA, EL OPERADOR
000700* QUE LA PIDIO, LAS HORAS DE INICIO Y FIN, EL RETURN-CODE DEL
000800* PROGRAMA Y EL RESULTADO. EL SIGUIENTE NUMERO DE CORRIDA DEL DIA
000900* SALE DE ESTE REGISTRO, QUE SOLO CRECE.
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-10-15  MNT    VERSION INICIAL.
001400*----------------------------------------------------------------
001500 01  ITD-REGISTRO.
001600     05  ITD-FECHA           PIC 9(08).
001700     05  FILLER              PIC X(01).
001800     05  ITD-CORRIDA         PIC 9(04).
001900     05  FILLER              PIC X(01).
002000     05  ITD-PROGRAMA        PIC X(16).
002100     05  FILLER              PIC X(01).
002200     05  ITD-ENTRADA         PIC X(12).
002300     05  FILLER              PIC X(01).
002400     05  ITD-OPERADOR        PIC X(08).
002500     05  FILLER              PIC X(01).
002600     05  ITD-INICIO          PIC 9(06).
002700     05  FILLER              PIC X(01).
002800     05  ITD-FIN             PIC 9(06).
002900     05  FILLER              PIC X(01).
003000     05  ITD-RC              PIC 9(03).
003100     05  FILLER              PIC X(01).
003200     05  ITD-ESTADO          PIC X(10).
003300         88  ITD-TERMINADA           VALUE "TERMINADA".
003400         88  ITD-FALLIDA             VALUE "FALLIDA".
