002300*                    MAESTRO REGRABADO ENTERO AL FINAL, COMO
002400*                    HACE MANTDIV CON DIVMAST. UN IDIOMA NUEVO
002500*                    DEJA DE EXIGIR RECOMPILACION.
002510* 2026-10-15  MNT    DIARIO COMUN DE CAMBIOS (MODULO REGCAMB):
002520*                    CADA NORMA SE PASA AL LEER Y AL REGRABAR EL
002530*                    MAESTRO; LAS ALTAS Y BAJAS QUEDAN EN CAMBLOG
002540*                    CON SU LOTE Y EL OPERADOR DE LA TARJETA DEL
002550*                    TURNO, Y EL LOTE SALE EN EL RESUMEN.
002600*----------------------------------------------------------------
002700 ENVIRONMENT     DIVISION.
002800 INPUT-OUTPUT    SECTION.
007200     05  RPT-RESUMEN-ETIQUETA PIC X(30).
007300     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
007400 WORKING-STORAGE SECTION.
007410*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
007420     COPY CAMSTD.
007500 01  WS-MAST-STATUS          PIC X(02).
007600     88  WS-MAST-NO-EXISTE           VALUE "35".
007700     88  WS-MAST-FIN-FICHERO         VALUE "10".
011300*================================================================
011400     OPEN OUTPUT MANTENIMIENTO-RPT
011500     MOVE SPACES TO RPT-REGISTRO
011510     MOVE SPACES TO CAM-STD-AREA
011520     MOVE ZERO TO CAM-STD-LOTE CAM-STD-CAMBIOS
011600     PERFORM 1100-CARGAR-MAESTRO THRU 1100-EXIT
011700     OPEN INPUT NORMA-TRAN
011800     IF WS-TRAN-NO-EXISTE
015600         MOVE MAST-CAR-DE TO WS-NOR-CAR-DE(WS-NOR-IDX)
015700         MOVE MAST-CAR-A  TO WS-NOR-CAR-A(WS-NOR-IDX)
015800         MOVE "N"         TO WS-NOR-BORRADA(WS-NOR-IDX)
015810         MOVE "O"         TO CAM-STD-FUNCION
015820         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
015900     END-IF
016000     PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT.
016100 1120-EXIT.
027600     PERFORM 4100-GRABAR-NORMA THRU 4100-EXIT
027700         VARYING WS-NOR-IDX FROM 1 BY 1
027800         UNTIL WS-NOR-IDX > WS-NUM-NORMAS
027900     CLOSE NORMA-MAST
027910     MOVE "C" TO CAM-STD-FUNCION
027920     CALL "REGCAMB" USING CAM-STD-AREA.
028000 4000-EXIT.
028100     EXIT.
028200*================================================================
028900         MOVE WS-NOR-CAR-A(WS-NOR-IDX)  TO MAST-CAR-A
029000         WRITE MAST-REGISTRO
029100         ADD 1 TO WS-TOTAL-EN-MAESTRO
029110         MOVE "F" TO CAM-STD-FUNCION
029120         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
029200     END-IF.
029300 4100-EXIT.
029400     EXIT.
029406*================================================================
029412 4900-ANOTAR-CAMBIO.
029418*================================================================
029424*    PASA AL DIARIO DE CAMBIOS LA NORMA DEL REGISTRO DEL MAESTRO
029430*    (CLAVE PERFIL+TIPO+CARACTER-DE) CON LA FUNCION YA PUESTA.
029436*    SIN OPERADOR PROPIO, EL MODULO TOMA EL DE LA TARJETA.
029442     MOVE "MANTNORM"       TO CAM-STD-PROGRAMA
029448     MOVE "NORMAST"        TO CAM-STD-MAESTRO
029454     MOVE SPACES           TO CAM-STD-OPERADOR
029460     MOVE SPACES           TO CAM-STD-CLAVE CAM-STD-ANTES
029466     MOVE MAST-REGISTRO(1:14) TO CAM-STD-CLAVE
029472     MOVE MAST-REGISTRO    TO CAM-STD-IMAGEN
029478     CALL "REGCAMB" USING CAM-STD-AREA.
029484 4900-EXIT.
029490     EXIT.
029500*================================================================
029600 9000-TERMINATE.
029700*================================================================
030700     MOVE "NORMAS EN EL MAESTRO"     TO RPT-RESUMEN-ETIQUETA
030800     MOVE WS-TOTAL-EN-MAESTRO        TO RPT-RESUMEN-VALOR
030900     WRITE RPT-RESUMEN-REGISTRO
030910     IF CAM-STD-CAMBIOS > 0
030920         MOVE "LOTE DE CAMBIOS"          TO RPT-RESUMEN-ETIQUETA
030930         MOVE CAM-STD-LOTE               TO RPT-RESUMEN-VALOR
030940         WRITE RPT-RESUMEN-REGISTRO
030950         MOVE "CAMBIOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
030960         MOVE CAM-STD-CAMBIOS            TO RPT-RESUMEN-VALOR
030970         WRITE RPT-RESUMEN-REGISTRO
030980     END-IF
031000     IF WS-TOTAL-RECHAZADAS > 0
031100         MOVE 4 TO RETURN-CODE
031200     END-IF
