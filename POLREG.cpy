000100*----------------------------------------------------------------
000200* POLREG - REGISTRO DEL MAESTRO DE POLITICAS DE VEREDICTO
000300*          (POLMAST).
000400*----------------------------------------------------------------
000500* UNA FILA POR POLITICA. CADA CLIENTE DECLARA LA SUYA EN SU FICHA
000600* DE CLIMAST; UN CLIENTE SIN POLITICA (O CON UNA QUE NO ESTE AQUI)
000700* SIGUE LA POLITICA DEFECTO. SI POLMAST NO TRAE FILA DEFECTO, ESA
000800* POLITICA ES LA REGLA DE SIEMPRE: LOS DIGITOS CUENTAN, SIN LARGO
000900* MINIMO Y SIN APROBADO POR CASI PALINDROMO.
001000*   SIN-DIGITOS   S = LOS DIGITOS SE QUITAN DEL TEXTO NORMALIZADO
001100*                 ANTES DE COMPARAR.
001200*   LARGO-MINIMO  LARGO NORMALIZADO POR DEBAJO DEL CUAL EL TEXTO
001300*                 NO CALIFICA (VEREDICTO CORTO); 0 = SIN MINIMO.
001400*   CASI-PCT      PORCENTAJE DE PAREJAS CASADAS DESDE EL QUE UN
001500*                 TEXTO ERRONEO SE DA POR BUENO (VEREDICTO
001600*                 ACEPTADO); 0 = SOLO VALE EL PERFECTO.
001700*----------------------------------------------------------------
001800* FECHA       INIC.  DESCRIPCION
001900* ----------  -----  ---------------------------------------------
002000* 2026-10-15  MNT    VERSION INICIAL.
002100*----------------------------------------------------------------
002200 01  POL-REGISTRO.
002300     05  POL-CODIGO          PIC X(08).
002400     05  POL-SIN-DIGITOS     PIC X(01).
002500     05  POL-LARGO-MINIMO    PIC 9(05).
002600     05  POL-CASI-PCT        PIC 9(03)V9(02).
002700     05  POL-DESCRIPCION     PIC X(30).
