000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REGCAMB.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. DIARIO COMUN DE CAMBIOS DE
001300*                    LOS MAESTROS (CAMBLOG): MANTDIV, MANTDIC,
001400*                    MANTNORM, MANTCLI, MANTCAL, MANTCTL Y MANTROL
001500*                    DEJAN AQUI LAS IMAGENES ANTES Y DESPUES DE
001600*                    CADA REGISTRO QUE TOCAN, CON UN LOTE DE
001700*                    CAMBIOS POR PASADA Y EL OPERADOR, PARA QUE
001800*                    DESHACE PUEDA REVERTIR UN LOTE SIN RECURRIR A
001900*                    LA FOTO COMPLETA DE SNAPMAST.
002000*----------------------------------------------------------------
002100* EL LLAMADOR DECLARA LOS ORIGINALES AL CARGAR EL MAESTRO Y LOS
002200* FINALES AL REGRABARLO; EL MODULO EMPAREJA POR MAESTRO Y CLAVE:
002300* FINAL SIN ORIGINAL ES UN ALTA, FINAL DISTINTO DE SU ORIGINAL UN
002400* CAMBIO Y ORIGINAL SIN FINAL, AL CERRAR, UNA BAJA. ASI SE ANOTA
002500* EL EFECTO NETO DE LA PASADA Y SOLO SI EL MAESTRO LLEGA A
002600* GRABARSE. EL LOTE SE PIDE AL PRIMER CAMBIO A LA SERIE CAMBIOS
002700* DEL NUMERADOR, CON BASE EL MAYOR LOTE DEL DIARIO; SIN REGISTRO
002800* CENTRAL SE SIGUE DESDE ESE MAYOR LOTE.
002900*----------------------------------------------------------------
003000 ENVIRONMENT     DIVISION.
003100 INPUT-OUTPUT    SECTION.
003200 FILE-CONTROL.
003300     SELECT CAMBIOS-LOG ASSIGN TO "CAMBLOG"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-LOG-STATUS.
003600 DATA            DIVISION.
003700 FILE            SECTION.
003800 FD  CAMBIOS-LOG
003900     RECORDING MODE IS F.
004000     COPY CAMREG.
004100 WORKING-STORAGE SECTION.
004200*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
004300     COPY FECNEG.
004400*    AREA DE LLAMADA AL SERVICIO CENTRAL DE NUMERACION.
004500     COPY NUMSTD.
004600*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
004700     COPY OPSSTD.
004800 01  WS-LOG-STATUS           PIC X(02).
004900     88  WS-LOG-NO-EXISTE            VALUE "35".
005000     88  WS-LOG-FIN-FICHERO          VALUE "10".
005100 01  WS-SWITCHES.
005200     05  WS-LOTE-ASIGNADO    PIC X(01) VALUE "N".
005300         88  LOTE-ASIGNADO           VALUE "S".
005400     05  WS-LOG-ABIERTO      PIC X(01) VALUE "N".
005500         88  LOG-ABIERTO             VALUE "S".
005600     05  WS-TABLA-LLENA      PIC X(01) VALUE "N".
005700         88  TABLA-LLENA             VALUE "S".
005800 01  WS-LOTE                 PIC 9(09) VALUE ZERO.
005900 01  WS-MAYOR-LOTE           PIC 9(09) VALUE ZERO.
006000 01  WS-SECUENCIA            PIC 9(05) VALUE ZERO.
006100 01  WS-OPERADOR             PIC X(08) VALUE SPACES.
006200 01  WS-CAMBIO-EN-CURSO      PIC X(551).
006300 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
006400 01  WS-ORI-HALLADO          PIC 9(04) COMP VALUE ZERO.
006500*    REGISTROS ORIGINALES DECLARADOS EN LA PASADA, DE TODOS LOS
006600*    MAESTROS DEL LLAMADOR.
006700 01  WS-TABLA-ORIGINALES.
006800     05  WS-NUM-ORIGINALES   PIC 9(04) COMP VALUE ZERO.
006900     05  WS-ORI-ENTRY OCCURS 5000 TIMES.
007000         10  WS-ORI-MAESTRO  PIC X(08).
007100         10  WS-ORI-CLAVE    PIC X(100).
007200         10  WS-ORI-IMAGEN   PIC X(200).
007300         10  WS-ORI-VISTO    PIC X(01).
007400 LINKAGE SECTION.
007500     COPY CAMSTD REPLACING LEADING ==CAM-STD== BY ==LK-CAM==.
007600 PROCEDURE       DIVISION USING LK-CAM-AREA.
007700*================================================================
007800 0000-PRINCIPAL.
007900*================================================================
008000     MOVE "P" TO LK-CAM-RESPUESTA
008100     EVALUATE LK-CAM-FUNCION
008200         WHEN "O"
008300             PERFORM 1000-ANOTAR-ORIGINAL THRU 1000-EXIT
008400         WHEN "F"
008500             PERFORM 2000-COMPARAR-FINAL THRU 2000-EXIT
008600         WHEN "D"
008700             PERFORM 3000-CAMBIO-DIRECTO THRU 3000-EXIT
008800         WHEN "C"
008900             PERFORM 4000-CERRAR-LOTE THRU 4000-EXIT
009000         WHEN OTHER
009100             MOVE "E" TO LK-CAM-RESPUESTA
009200     END-EVALUATE
009300     MOVE WS-LOTE      TO LK-CAM-LOTE
009400     MOVE WS-SECUENCIA TO LK-CAM-CAMBIOS
009500     IF LK-CAM-FUNCION = "C"
009600         PERFORM 4900-REINICIAR THRU 4900-EXIT
009700     END-IF
009800     GOBACK.
009900*================================================================
010000 1000-ANOTAR-ORIGINAL.
010100*================================================================
010200*    SI LOS ORIGINALES NO CABEN, LA COMPARACION NO SERIA FIABLE:
010300*    ESA PASADA NO SE ANOTA Y CADA LLAMADA LO DEVUELVE COMO L.
010400     IF WS-NUM-ORIGINALES >= 5000
010500         SET TABLA-LLENA TO TRUE
010600     END-IF
010700     IF TABLA-LLENA
010800         MOVE "L" TO LK-CAM-RESPUESTA
010900         GO TO 1000-EXIT
011000     END-IF
011100     ADD 1 TO WS-NUM-ORIGINALES
011200     MOVE LK-CAM-MAESTRO TO WS-ORI-MAESTRO(WS-NUM-ORIGINALES)
011300     MOVE LK-CAM-CLAVE   TO WS-ORI-CLAVE(WS-NUM-ORIGINALES)
011400     MOVE LK-CAM-IMAGEN  TO WS-ORI-IMAGEN(WS-NUM-ORIGINALES)
011500     MOVE "N"            TO WS-ORI-VISTO(WS-NUM-ORIGINALES).
011600 1000-EXIT.
011700     EXIT.
011800*================================================================
011900 2000-COMPARAR-FINAL.
012000*================================================================
012100     IF TABLA-LLENA
012200         MOVE "L" TO LK-CAM-RESPUESTA
012300         GO TO 2000-EXIT
012400     END-IF
012500     MOVE 0 TO WS-ORI-HALLADO
012600     PERFORM 2100-BUSCAR-ORIGINAL THRU 2100-EXIT
012700         VARYING WS-IDX FROM 1 BY 1
012800         UNTIL WS-IDX > WS-NUM-ORIGINALES OR WS-ORI-HALLADO > 0
012900     MOVE SPACES TO CAM-REGISTRO
013000     MOVE LK-CAM-IMAGEN TO CAM-DESPUES
013100     IF WS-ORI-HALLADO = 0
013200         MOVE "A" TO CAM-ACCION
013300     ELSE
013400         MOVE "S" TO WS-ORI-VISTO(WS-ORI-HALLADO)
013500         IF WS-ORI-IMAGEN(WS-ORI-HALLADO) = LK-CAM-IMAGEN
013600             GO TO 2000-EXIT
013700         END-IF
013800         MOVE "C" TO CAM-ACCION
013900         MOVE WS-ORI-IMAGEN(WS-ORI-HALLADO) TO CAM-ANTES
014000     END-IF
014100     MOVE LK-CAM-MAESTRO TO CAM-MAESTRO
014200     MOVE LK-CAM-CLAVE   TO CAM-CLAVE
014300     PERFORM 5000-GRABAR-CAMBIO THRU 5000-EXIT.
014400 2000-EXIT.
014500     EXIT.
014600*================================================================
014700 2100-BUSCAR-ORIGINAL.
014800*================================================================
014900     IF WS-ORI-VISTO(WS-IDX) = "N"
015000      AND WS-ORI-MAESTRO(WS-IDX) = LK-CAM-MAESTRO
015100      AND WS-ORI-CLAVE(WS-IDX) = LK-CAM-CLAVE
015200         MOVE WS-IDX TO WS-ORI-HALLADO
015300     END-IF.
015400 2100-EXIT.
015500     EXIT.
015600*================================================================
015700 3000-CAMBIO-DIRECTO.
015800*================================================================
015900     MOVE SPACES TO CAM-REGISTRO
016000     MOVE LK-CAM-ACCION  TO CAM-ACCION
016100     MOVE LK-CAM-MAESTRO TO CAM-MAESTRO
016200     MOVE LK-CAM-CLAVE   TO CAM-CLAVE
016300     MOVE LK-CAM-ANTES   TO CAM-ANTES
016400     MOVE LK-CAM-IMAGEN  TO CAM-DESPUES
016500     PERFORM 5000-GRABAR-CAMBIO THRU 5000-EXIT.
016600 3000-EXIT.
016700     EXIT.
016800*================================================================
016900 4000-CERRAR-LOTE.
017000*================================================================
017100*    LOS ORIGINALES QUE NINGUN FINAL RECLAMO SE DIERON DE BAJA.
017200     IF TABLA-LLENA
017300         MOVE "L" TO LK-CAM-RESPUESTA
017400     ELSE
017500         PERFORM 4100-ANOTAR-BAJA THRU 4100-EXIT
017600             VARYING WS-IDX FROM 1 BY 1
017700             UNTIL WS-IDX > WS-NUM-ORIGINALES
017800     END-IF
017900     IF LOG-ABIERTO
018000         CLOSE CAMBIOS-LOG
018100     END-IF.
018200 4000-EXIT.
018300     EXIT.
018400*================================================================
018500 4100-ANOTAR-BAJA.
018600*================================================================
018700     IF WS-ORI-VISTO(WS-IDX) = "N"
018800         MOVE SPACES TO CAM-REGISTRO
018900         MOVE "B" TO CAM-ACCION
019000         MOVE WS-ORI-MAESTRO(WS-IDX) TO CAM-MAESTRO
019100         MOVE WS-ORI-CLAVE(WS-IDX)   TO CAM-CLAVE
019200         MOVE WS-ORI-IMAGEN(WS-IDX)  TO CAM-ANTES
019300         PERFORM 5000-GRABAR-CAMBIO THRU 5000-EXIT
019400     END-IF.
019500 4100-EXIT.
019600     EXIT.
019700*================================================================
019800 4900-REINICIAR.
019900*================================================================
020000*    TRAS EL CIERRE, OTRA PASADA DEL MISMO PASO ABRE LOTE NUEVO.
020100     MOVE 0 TO WS-NUM-ORIGINALES WS-LOTE WS-SECUENCIA
020200     MOVE "N" TO WS-LOTE-ASIGNADO WS-LOG-ABIERTO WS-TABLA-LLENA.
020300 4900-EXIT.
020400     EXIT.
020500*================================================================
020600 5000-GRABAR-CAMBIO.
020700*================================================================
020800*    CAM-REGISTRO TRAE YA ACCION, MAESTRO, CLAVE E IMAGENES.
020900     IF NOT LOTE-ASIGNADO
021000         PERFORM 5100-ASIGNAR-LOTE THRU 5100-EXIT
021100     END-IF
021200     IF NOT LOG-ABIERTO
021300         OPEN EXTEND CAMBIOS-LOG
021400         IF WS-LOG-NO-EXISTE
021500             OPEN OUTPUT CAMBIOS-LOG
021600         END-IF
021700         SET LOG-ABIERTO TO TRUE
021800     END-IF
021900     ADD 1 TO WS-SECUENCIA
022000     MOVE WS-LOTE          TO CAM-LOTE
022100     MOVE WS-SECUENCIA     TO CAM-SECUENCIA
022200     MOVE FEC-NEG-FECHA    TO CAM-FECHA
022300     MOVE FEC-NEG-CORRIDA  TO CAM-CORRIDA
022400     MOVE LK-CAM-PROGRAMA  TO CAM-PROGRAMA
022500     MOVE WS-OPERADOR      TO CAM-OPERADOR
022600     WRITE CAM-REGISTRO.
022700 5000-EXIT.
022800     EXIT.
022900*================================================================
023000 5100-ASIGNAR-LOTE.
023100*================================================================
023200*    SE GUARDA EL REGISTRO EN CURSO: LA BUSQUEDA DEL MAYOR LOTE
023300*    LEE EL DIARIO SOBRE EL MISMO AREA.
023400     MOVE CAM-REGISTRO TO WS-CAMBIO-EN-CURSO
023500     SET LOTE-ASIGNADO TO TRUE
023600     CALL "FECHANEG" USING FEC-NEG-AREA
023700     MOVE LK-CAM-OPERADOR TO WS-OPERADOR
023800     IF WS-OPERADOR = SPACES
023900         MOVE SPACES TO OPS-STD-AREA
024000         CALL "OPERSEG" USING OPS-STD-AREA
024100         MOVE OPS-STD-OPERADOR TO WS-OPERADOR
024200     END-IF
024300     MOVE 0 TO WS-MAYOR-LOTE
024400     OPEN INPUT CAMBIOS-LOG
024500     IF NOT WS-LOG-NO-EXISTE
024600         PERFORM 5110-LEER-LOG THRU 5110-EXIT
024700         PERFORM 5120-MIRAR-LOTE THRU 5120-EXIT
024800             UNTIL WS-LOG-FIN-FICHERO
024900         CLOSE CAMBIOS-LOG
025000     END-IF
025100     MOVE SPACES     TO NUM-STD-AREA
025200     MOVE "A"        TO NUM-STD-FUNCION
025300     MOVE "CAMBIOS"  TO NUM-STD-SERIE
025400     MOVE LK-CAM-PROGRAMA TO NUM-STD-PROGRAMA
025500     MOVE WS-MAYOR-LOTE   TO NUM-STD-BASE
025600     CALL "NUMERADOR" USING NUM-STD-AREA
025700     IF NUM-STD-ASIGNADO AND NUM-STD-NUMERO > WS-MAYOR-LOTE
025800         MOVE NUM-STD-NUMERO TO WS-LOTE
025900     ELSE
026000         COMPUTE WS-LOTE = WS-MAYOR-LOTE + 1
026100     END-IF
026200     MOVE "C" TO NUM-STD-FUNCION
026300     CALL "NUMERADOR" USING NUM-STD-AREA
026400     MOVE WS-CAMBIO-EN-CURSO TO CAM-REGISTRO.
026500 5100-EXIT.
026600     EXIT.
026700*================================================================
026800 5110-LEER-LOG.
026900*================================================================
027000     READ CAMBIOS-LOG
027100         AT END
027200             MOVE "10" TO WS-LOG-STATUS
027300     END-READ.
027400 5110-EXIT.
027500     EXIT.
027600*================================================================
027700 5120-MIRAR-LOTE.
027800*================================================================
027900     IF CAM-LOTE NUMERIC AND CAM-LOTE > WS-MAYOR-LOTE
028000         MOVE CAM-LOTE TO WS-MAYOR-LOTE
028100     END-IF
028200     PERFORM 5110-LEER-LOG THRU 5110-EXIT.
028300 5120-EXIT.
028400     EXIT.
028500 END PROGRAM REGCAMB.
