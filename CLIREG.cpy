000100*----------------------------------------------------------------
000200* CLIREG - REGISTRO DEL MAESTRO DE CLIENTES (CLIMAST).
000300*----------------------------------------------------------------
000400* UNA FICHA POR CLIENTE, MANTENIDA POR MANTCLI (ALTAS, CAMBIOS Y
000500* BAJAS) Y BORRACLI (BORRADO A PETICION); DESHACE LA REPONE
000600* DESDE LAS IMAGENES DEL DIARIO DE CAMBIOS. LA LEEN PALINDROMO,
000700* TABLERO, FACTUPOL, FACTUTXT, LETRADIC E IDIOMTXT.
000800*   ESTADO        A ACTIVO, S SUSPENDIDO.
000900*   BANDA-MIN/MAX BANDA DE VOLUMEN (MINIMO NO MAYOR QUE MAXIMO).
001000*   IDIOMA        NORMA DE TEXTO DEL CLIENTE EN NORMAST.
001100*   REGION-FISCAL REGION PARA EL TIPO IMPOSITIVO DE IMPMAST.
001200*   POLITICA      POLITICA DE VEREDICTO DE POLMAST; EN BLANCO O
001300*                 DEFECTO, LA POLITICA POR DEFECTO.
001400*----------------------------------------------------------------
001500* FECHA       INIC.  DESCRIPCION
001600* ----------  -----  ---------------------------------------------
001700* 2026-10-15  MNT    VERSION INICIAL.
001800*----------------------------------------------------------------
001900 01  CLM-REGISTRO.
002000     05  CLM-CODIGO          PIC X(08).
002100     05  CLM-NOMBRE          PIC X(30).
002200     05  CLM-ESTADO          PIC X(01).
002300     05  CLM-BANDA-MIN       PIC 9(09).
002400     05  CLM-BANDA-MAX       PIC 9(09).
002500     05  CLM-IDIOMA          PIC X(08).
002600     05  CLM-REGION-FISCAL   PIC X(03).
002700     05  CLM-POLITICA        PIC X(08).
