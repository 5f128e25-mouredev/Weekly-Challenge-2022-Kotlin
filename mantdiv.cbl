002313*                    ID DEL OPERADOR ENCABEZA EL INFORME DE
002314*                    MANTENIMIENTO: QUIEN CAMBIO CADA REGLA
002315*                    VUELVE A TENER RESPUESTA.
002321* 2026-10-15  MNT    DIARIO COMUN DE CAMBIOS (MODULO REGCAMB):
002327*                    CADA REGLA SE PASA AL LEER Y AL REGRABAR EL
002333*                    MAESTRO; LAS ALTAS, CAMBIOS Y BAJAS QUEDAN
002339*                    EN CAMBLOG CON SU LOTE, QUE SALE EN EL
002345*                    RESUMEN Y PERMITE DESHACERLAS (DESHACE).
002353*----------------------------------------------------------------
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT    SECTION.
007100 WORKING-STORAGE SECTION.
007110*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
007120     COPY OPSSTD.
007123*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
007126     COPY CAMSTD.
007130 01  WS-OPERADOR-VALIDO      PIC X(01) VALUE "N".
007140     88  OPERADOR-VALIDO             VALUE "S".
007200 01  WS-MAST-STATUS          PIC X(02).
011000*================================================================
011100     OPEN OUTPUT MANTENIMIENTO-RPT
011200     MOVE SPACES TO RPT-REGISTRO
011210     MOVE SPACES TO CAM-STD-AREA
011220     MOVE ZERO TO CAM-STD-LOTE CAM-STD-CAMBIOS
011300     PERFORM 1100-CARGAR-MAESTRO THRU 1100-EXIT
011400     OPEN INPUT DIVISOR-TRAN
011500     IF WS-TRAN-NO-EXISTE
012295     MOVE SPACES TO RPT-REGISTRO.
012296 1500-EXIT.
012297     EXIT.
012298*================================================================
012300 1100-CARGAR-MAESTRO.
012400*================================================================
012500     OPEN INPUT DIVISOR-MAST
015400         MOVE MAST-HASTA   TO WS-REG-HASTA(WS-REG-IDX)
015410         MOVE MAST-TIPO-REGLA TO WS-REG-TIPO(WS-REG-IDX)
015500         MOVE "N"          TO WS-REG-BORRADA(WS-REG-IDX)
015510         MOVE "O"          TO CAM-STD-FUNCION
015520         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
015600     END-IF
015700     PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT.
015800 1120-EXIT.
028600     PERFORM 4100-GRABAR-REGLA THRU 4100-EXIT
028700         VARYING WS-REG-IDX FROM 1 BY 1
028800         UNTIL WS-REG-IDX > WS-NUM-REGLAS
028900     CLOSE DIVISOR-MAST
028910     MOVE "C" TO CAM-STD-FUNCION
028920     CALL "REGCAMB" USING CAM-STD-AREA.
029000 4000-EXIT.
029100     EXIT.
029200*================================================================
029910         MOVE WS-REG-TIPO(WS-REG-IDX)    TO MAST-TIPO-REGLA
030000         WRITE MAST-REGISTRO
030100         ADD 1 TO WS-TOTAL-EN-MAESTRO
030110         MOVE "F" TO CAM-STD-FUNCION
030120         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
030200     END-IF.
030300 4100-EXIT.
030400     EXIT.
030406*================================================================
030412 4900-ANOTAR-CAMBIO.
030418*================================================================
030424*    PASA AL DIARIO DE CAMBIOS LA REGLA DEL REGISTRO DEL MAESTRO
030430*    (CLAVE DIVISOR+DESDE) CON LA FUNCION YA PUESTA.
030436     MOVE "MANTDIV"        TO CAM-STD-PROGRAMA
030442     MOVE "DIVMAST"        TO CAM-STD-MAESTRO
030448     MOVE OPS-STD-OPERADOR TO CAM-STD-OPERADOR
030454     MOVE SPACES           TO CAM-STD-CLAVE CAM-STD-ANTES
030460     MOVE MAST-DIVISOR     TO CAM-STD-CLAVE(1:5)
030466     MOVE MAST-DESDE       TO CAM-STD-CLAVE(6:8)
030472     MOVE MAST-REGISTRO    TO CAM-STD-IMAGEN
030478     CALL "REGCAMB" USING CAM-STD-AREA.
030484 4900-EXIT.
030490     EXIT.
030500*================================================================
030600 9000-TERMINATE.
030700*================================================================
031700     MOVE "REGLAS EN EL MAESTRO"     TO RPT-RESUMEN-ETIQUETA
031800     MOVE WS-TOTAL-EN-MAESTRO        TO RPT-RESUMEN-VALOR
031900     WRITE RPT-RESUMEN-REGISTRO
031910     IF CAM-STD-CAMBIOS > 0
031920         MOVE "LOTE DE CAMBIOS"          TO RPT-RESUMEN-ETIQUETA
031930         MOVE CAM-STD-LOTE               TO RPT-RESUMEN-VALOR
031940         WRITE RPT-RESUMEN-REGISTRO
031950         MOVE "CAMBIOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
031960         MOVE CAM-STD-CAMBIOS            TO RPT-RESUMEN-VALOR
031970         WRITE RPT-RESUMEN-REGISTRO
031980     END-IF
032000     IF WS-TOTAL-RECHAZADAS > 0
032100         MOVE 4 TO RETURN-CODE
032200     END-IF
