002400*                    TERMINA CON RETURN-CODE 4 SI QUEDAN
002500*                    PENDIENTES. EXPLOTACION VACIA EL BUZON
002600*                    ALERTA TRAS CADA CONSOLIDACION.
002610* 2026-10-15  MNT    EL IDENTIFICADOR DE CADA ALERTA NUEVA LO DA
002620*                    EL SERVICIO CENTRAL DE NUMERACION (MODULO
002630*                    NUMERADOR, SERIE ALERTA), QUE ANOTA CADA
002640*                    NUMERO EMITIDO PARA LA AUDITORIA NOCTURNA DE
002650*                    HUECOS. LA PRIMERA VEZ LA SERIE ARRANCA DESDE
002660*                    EL MAYOR ID PENDIENTE. SIN REGISTRO SE SIGUE
002670*                    CONTANDO COMO ANTES Y SE DA RC 4.
002700*----------------------------------------------------------------
002800 ENVIRONMENT     DIVISION.
002900 INPUT-OUTPUT    SECTION.
011300         10  WS-ALE-ESTADO   PIC X(01).
011400         10  WS-ALE-OPERADOR PIC X(08).
011500 01  WS-MAYOR-ID             PIC 9(06) VALUE ZERO.
011510*    AREA DE LLAMADA AL SERVICIO CENTRAL DE NUMERACION.
011520     COPY NUMSTD.
011600 01  WS-IDX                  PIC 9(03) COMP VALUE ZERO.
011700 01  WS-IDX-HALLADO          PIC 9(03) COMP VALUE ZERO.
011800 01  WS-CONTADORES.
012200     05  WS-TOTAL-PENDIENTES  PIC 9(03) COMP VALUE ZERO.
012300     05  WS-TOTAL-ACK-MALOS   PIC 9(03) COMP VALUE ZERO.
012400     05  WS-TOTAL-DESBORDADAS PIC 9(03) COMP VALUE ZERO.
012410     05  WS-TOTAL-SIN-REGISTRO PIC 9(03) COMP VALUE ZERO.
012500 PROCEDURE       DIVISION.
012600*================================================================
012700 0000-MAINLINE.
021600*    QUE CONSERVARA HASTA QUE ALGUIEN LA RECONOZCA.
021700     IF ALR-STD-PROGRAMA NOT = SPACES AND WS-NUM-ALERTAS < 500
021800         ADD 1 TO WS-NUM-ALERTAS
021900         PERFORM 3300-PEDIR-NUMERO THRU 3300-EXIT
022000         SET WS-ALE-IDX TO WS-NUM-ALERTAS
022100         MOVE WS-MAYOR-ID       TO WS-ALE-ID(WS-ALE-IDX)
022200         MOVE ALR-STD-FECHA     TO WS-ALE-FECHA(WS-ALE-IDX)
023400     PERFORM 3100-LEER-ALERTA THRU 3100-EXIT.
023500 3200-EXIT.
023600     EXIT.
023605*================================================================
023610 3300-PEDIR-NUMERO.
023615*================================================================
023620*    EL NUMERO SALE DE LA SERIE ALERTA DEL REGISTRO CENTRAL; SI
023625*    EL REGISTRO NO RESPONDE SE CUENTA EL SIGUIENTE AL MAYOR,
023630*    COMO SE HACIA ANTES, Y EL RESUMEN LO DENUNCIA.
023635     MOVE "A"        TO NUM-STD-FUNCION
023640     MOVE "ALERTA"   TO NUM-STD-SERIE
023645     MOVE "GESTALER" TO NUM-STD-PROGRAMA
023650     MOVE WS-MAYOR-ID TO NUM-STD-BASE
023655     CALL "NUMERADOR" USING NUM-STD-AREA
023660     IF NUM-STD-ASIGNADO
023665         MOVE NUM-STD-NUMERO TO WS-MAYOR-ID
023670     ELSE
023675         ADD 1 TO WS-MAYOR-ID
023680         ADD 1 TO WS-TOTAL-SIN-REGISTRO
023685     END-IF.
023690 3300-EXIT.
023695     EXIT.
023700*================================================================
023800 4000-APLICAR-RECONOCIMIENTOS.
023900*================================================================
037500     IF WS-TOTAL-PENDIENTES > 0
037600         MOVE 4 TO RETURN-CODE
037700     END-IF
037710     IF WS-TOTAL-SIN-REGISTRO > 0
037720         MOVE "IDS SIN REGISTRO CENTRAL" TO
037730             RPT-RESUMEN-ETIQUETA
037740         MOVE WS-TOTAL-SIN-REGISTRO  TO RPT-RESUMEN-VALOR
037750         WRITE RPT-RESUMEN-REGISTRO
037760         MOVE 4 TO RETURN-CODE
037770     END-IF
037780     MOVE "C" TO NUM-STD-FUNCION
037790     CALL "NUMERADOR" USING NUM-STD-AREA
037800     CLOSE ALERTA-RPT.
037900 9000-EXIT.
038000     EXIT.
