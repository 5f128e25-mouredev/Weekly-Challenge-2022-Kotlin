002800* - PRIMOPARM: RANGO CON INICIO/FIN NUMERICOS, NO INVERTIDOS.
002900* - FACTPARM: MODO CON RECURSIVO/ITERATIVO/CONTRASTE Y TRAZA
002910*   S/N/BLANCO.
002920*   MODO PRIMOS Y TARJETA BASE (BASE NUMERICA DE 3, 2 A 999).
003000* - CONVPARM: MODO CON DHMS-A-VALOR/VALOR-A-DHMS Y UNIDAD
003100*   SEGUNDOS/MILISEGUNDOS/MICROSEGUNDOS O EN BLANCO.
003200* - SEQPARM: INICIO/FIN/PASO NUMERICOS (CERO = DEFECTO), RANGO
003722*                    TARJETA SIMUL (FECHA AAAAMMDD NUMERICA NO
003723*                    CERO; PENDIENTES 0/1 O EN BLANCO) DEL MODO
003724*                    SIMULACION DE FIZZBUZZ.
003731* 2026-10-15  MNT    FACTPARM ADMITE EL NUEVO MODO PRIMOS DE
003738*                    FACTORIAL-BATCH Y LA TARJETA BASE (BASE
003745*                    ADICIONAL PARA LOS CEROS FINALES DE N!).
003753*----------------------------------------------------------------
003800 ENVIRONMENT     DIVISION.
003900 INPUT-OUTPUT    SECTION.
037100                 WHEN FACT-MODO NOT = "RECURSIVO"
037200                  AND FACT-MODO NOT = "ITERATIVO"
037250                  AND FACT-MODO NOT = "CONTRASTE"
037260                  AND FACT-MODO NOT = "PRIMOS"
037300                  AND FACT-MODO NOT = SPACES
037400                     MOVE "MODO DESCONOCIDO" TO WS-MOTIVO
037500                     SET TARJETA-MALA TO TRUE
038104                     TO WS-MOTIVO
038105                 SET TARJETA-MALA TO TRUE
038106             END-IF
038113         WHEN "BASE "
038120             IF FACT-MODO(1:3) IS NOT NUMERIC
038127                 MOVE "BASE DEBE SER NUMERICO DE 3"
038134                     TO WS-MOTIVO
038141                 SET TARJETA-MALA TO TRUE
038148             ELSE
038155                 IF FACT-MODO(1:3) < "002"
038162                     MOVE "BASE DEBE SER 2 O MAYOR"
038169                         TO WS-MOTIVO
038176                     SET TARJETA-MALA TO TRUE
038183                 END-IF
038190             END-IF
038200         WHEN OTHER
038300             MOVE "TIPO DE TARJETA DESCONOCIDO" TO WS-MOTIVO
038400             SET TARJETA-MALA TO TRUE
