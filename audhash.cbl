000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AUDHASH.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CALCULA EL VALOR DE CADENA
001300*                    DE UNA LINEA DE AUDITORIA (AUDCAD) O DE UN
001400*                    SELLO DIARIO (AUDSEL) A PARTIR DE SU
001500*                    CONTENIDO Y DEL VALOR DE CADENA ANTERIOR.
001600*                    LO USAN AUDITORIA AL ESCRIBIR Y VERIAUD AL
001700*                    COMPROBAR.
001800*----------------------------------------------------------------
001900* REGLA DE CALCULO, COMPARTIDA POR QUIEN ESCRIBE Y QUIEN VERIFICA:
002000* EL VALOR PARTE DEL ANTERIOR Y, BYTE A BYTE, SE MULTIPLICA POR
002100* 251 Y SE LE SUMA ORD(BYTE) MAS LA POSICION, MODULO 10**15. A
002200* DIFERENCIA DEL HASH DE CONTROL (CTLHASH), EL RESULTADO DEPENDE
002300* DEL ORDEN DE LOS BYTES Y DE LOS BLANCOS: CAMBIAR DE SITIO DOS
002400* CARACTERES O UN BLANCO POR OTRO CARACTER CAMBIA EL VALOR.
002500*----------------------------------------------------------------
002600 ENVIRONMENT     DIVISION.
002700 DATA            DIVISION.
002800 WORKING-STORAGE SECTION.
002900 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
003000 01  WS-VALOR                PIC 9(18) VALUE ZERO.
003100 LINKAGE SECTION.
003200 01  LK-DATOS                PIC X(158).
003300 01  LK-ANTERIOR             PIC 9(18).
003400 01  LK-VALOR                PIC 9(18).
003500 PROCEDURE       DIVISION USING LK-DATOS LK-ANTERIOR LK-VALOR.
003600*================================================================
003700 0000-PRINCIPAL.
003800*================================================================
003900     COMPUTE WS-VALOR = FUNCTION MOD(LK-ANTERIOR, 10 ** 15)
004000     PERFORM 1000-ACUMULAR-BYTE THRU 1000-EXIT
004100         VARYING WS-IDX FROM 1 BY 1
004200         UNTIL WS-IDX > 158
004300     MOVE WS-VALOR TO LK-VALOR
004400     GOBACK.
004500*================================================================
004600 1000-ACUMULAR-BYTE.
004700*================================================================
004800     COMPUTE WS-VALOR = FUNCTION MOD(WS-VALOR * 251
004900         + FUNCTION ORD(LK-DATOS(WS-IDX:1)) + WS-IDX, 10 ** 15).
005000 1000-EXIT.
005100     EXIT.
005200 END PROGRAM AUDHASH.
