001900*                    ABRIR EN EXTEND Y CERRAR EN CADA LLAMADA,
002000*                    PARA QUE UN ABEND DEL LLAMADOR NO PIERDA LO
002100*                    YA ANOTADO.
002110* 2026-10-15  MNT    CADA ALERTA SE ENVIA ADEMAS A LA CONSOLA DE
002120*                    EVENTOS CORPORATIVA (MODULO EVENTOS), TIPO
002130*                    ALERTA O DESVIACION (LAS DE VOLUMEN DE
002140*                    TABLERO), CON UNA CLAVE DE CORRELACION
002150*                    SACADA DE LA HUELLA AUDHASH DEL REGISTRO
002160*                    PARA QUE CONSACK CASE LOS RECONOCIMIENTOS
002170*                    DE LA CONSOLA CON ALERTPEND.
002200*----------------------------------------------------------------
002300 ENVIRONMENT     DIVISION.
002400 INPUT-OUTPUT    SECTION.
003600     COPY FECNEG.
003700 01  WS-ALR-STATUS           PIC X(02).
003800     88  WS-ALR-NO-EXISTE            VALUE "35".
003810*    EVENTO PARA LA CONSOLA CORPORATIVA (MODULO EVENTOS).
003820     COPY EVTSTD.
003830*    SEMILLA DE LA CLAVE DE CORRELACION: EL REGISTRO ALRSTD
003840*    REHECHO CAMPO A CAMPO SOBRE BLANCOS, TAL COMO LO REHACE
003850*    CONSACK DESDE ALERTPEND, Y SU HUELLA AUDHASH.
003860     COPY ALRSTD REPLACING LEADING ==ALR-STD== BY ==ALR-SEM==.
003870 01  WS-SEM-DATOS            PIC X(158).
003880 01  WS-SEM-ANTERIOR         PIC 9(18) VALUE ZERO.
003890 01  WS-SEM-VALOR            PIC 9(18).
003900 LINKAGE SECTION.
004000     COPY ALRSTD REPLACING LEADING ==ALR-STD== BY ==LK-ALR==.
004100 PROCEDURE       DIVISION USING LK-ALR-REGISTRO.
005000     END-IF
005100     WRITE ALR-REGISTRO FROM LK-ALR-REGISTRO
005200     CLOSE ALERTA-FILE
005210     PERFORM 1000-EMITIR-EVENTO THRU 1000-EXIT
005300     GOBACK.
005303*================================================================
005306 1000-EMITIR-EVENTO.
005309*================================================================
005312     MOVE SPACES TO ALR-SEM-REGISTRO
005315     MOVE LK-ALR-FECHA TO ALR-SEM-FECHA
005318     MOVE LK-ALR-PROGRAMA TO ALR-SEM-PROGRAMA
005321     MOVE LK-ALR-SEVERIDAD TO ALR-SEM-SEVERIDAD
005324     MOVE LK-ALR-TEXTO TO ALR-SEM-TEXTO
005327     MOVE ALR-SEM-REGISTRO TO WS-SEM-DATOS
005330     CALL "AUDHASH" USING WS-SEM-DATOS WS-SEM-ANTERIOR
005333         WS-SEM-VALOR
005336     MOVE SPACES TO EVT-STD-REGISTRO
005339     IF LK-ALR-TEXTO(1:21) = "DESVIACION DE VOLUMEN"
005342         MOVE "DESVIACION" TO EVT-STD-TIPO
005345     ELSE
005348         MOVE "ALERTA" TO EVT-STD-TIPO
005351     END-IF
005354     MOVE LK-ALR-PROGRAMA TO EVT-STD-PROGRAMA
005357     MOVE LK-ALR-SEVERIDAD TO EVT-STD-SEVERIDAD
005360     MOVE 0 TO EVT-STD-RC
005363     STRING "ALR-" DELIMITED BY SIZE
005366         LK-ALR-FECHA DELIMITED BY SIZE
005369         "-" DELIMITED BY SIZE
005372         LK-ALR-PROGRAMA DELIMITED BY SIZE
005375         "-" DELIMITED BY SIZE
005378         WS-SEM-VALOR(7:12) DELIMITED BY SIZE
005381         INTO EVT-STD-CORRELACION
005384     END-STRING
005387     MOVE LK-ALR-TEXTO TO EVT-STD-TEXTO
005390     CALL "EVENTOS" USING EVT-STD-REGISTRO.
005393 1000-EXIT.
005396     EXIT.
005400 END PROGRAM ALERTADOR.
