000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REDACTOR.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. MODULO DE REDACCION DE DATOS
001300*                    SENSIBLES (TELEFONOS, DOCUMENTOS DE
001400*                    IDENTIDAD, CORREOS) EN LOS TEXTOS QUE SALEN A
001500*                    SOCIOS: EL MAESTRO DE PATRONES REDPATR DICE
001600*                    QUE ES UN DATO SENSIBLE Y EL DE POLITICAS
001700*                    REDPOLI QUE PATRONES SE APLICAN A CADA
001800*                    CLIENTE O SOCIO.
001900*                    LOS MAESTROS SE CARGAN EN LA PRIMERA LLAMADA.
001920* 2026-10-15  MNT    TRAS TAPAR, UNA SEGUNDA PASADA TAPA LAS
001940*                    COPIAS NORMALIZADAS DEL DATO (SOLO LETRAS Y
001960*                    DIGITOS, COMO EL MITEXTO DE PALINDRPT) Y SUS
001980*                    TROZOS; CUENTAN COMO DATOS TAPADOS.
002000*----------------------------------------------------------------
002100* REDPATR: CODIGO (8), TIPO (1) Y MASCARA (30). TIPO M: LA MASCARA
002200* SE CASA POSICION A POSICION ("9" UN DIGITO, "A" UNA LETRA, "X"
002300* LETRA O DIGITO, CUALQUIER OTRO CARACTER ES LITERAL, INCLUIDO EL
002400* BLANCO INTERIOR) Y SOLO CUENTA SI NO TOCA OTRA LETRA O DIGITO
002500* POR NINGUN LADO; SE TAPAN LAS POSICIONES VARIABLES Y LOS
002600* LITERALES QUEDAN. TIPO C: DIRECCION DE CORREO (ALGO@DOMINIO.XX),
002700* SE TAPA ENTERA SALVO LA ARROBA.
002800* REDPOLI: CLIENTE O SOCIO (8) Y HASTA DIEZ CODIGOS DE PATRON (8).
002900* LA LINEA CON EL CODIGO EN BLANCO ES LA POLITICA POR DEFECTO; UNA
003000* LINEA SIN PATRONES NO TAPA NADA. SIN POLITICA QUE APLIQUE SE
003100* APLICAN TODOS LOS PATRONES. UN CODIGO DE PATRON QUE NO ESTA EN
003200* REDPATR SE IGNORA.
003300*----------------------------------------------------------------
003400 ENVIRONMENT     DIVISION.
003500 INPUT-OUTPUT    SECTION.
003600 FILE-CONTROL.
003700     SELECT PATRON-MAST ASSIGN TO "REDPATR"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PAT-STATUS.
004000     SELECT POLITICA-MAST ASSIGN TO "REDPOLI"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-POL-STATUS.
004300 DATA            DIVISION.
004400 FILE            SECTION.
004500 FD  PATRON-MAST
004600     RECORDING MODE IS F.
004700 01  PAT-REGISTRO.
004800     05  PAT-CODIGO          PIC X(08).
004900     05  PAT-TIPO            PIC X(01).
005000     05  PAT-MASCARA         PIC X(30).
005100 FD  POLITICA-MAST
005200     RECORDING MODE IS F.
005300 01  POL-REGISTRO.
005400     05  POL-CLIENTE         PIC X(08).
005500     05  POL-PATRON          PIC X(08) OCCURS 10 TIMES.
005600 WORKING-STORAGE SECTION.
005700 01  WS-PAT-STATUS           PIC X(02).
005800     88  WS-PAT-NO-EXISTE            VALUE "35".
005900     88  WS-PAT-FIN-FICHERO          VALUE "10".
006000 01  WS-POL-STATUS           PIC X(02).
006100     88  WS-POL-NO-EXISTE            VALUE "35".
006200     88  WS-POL-FIN-FICHERO          VALUE "10".
006300 01  WS-SWITCHES.
006400     05  WS-YA-CARGADO       PIC X(01) VALUE "N".
006500         88  YA-CARGADO              VALUE "S".
006600     05  WS-CASA             PIC X(01) VALUE "N".
006700         88  CASA                    VALUE "S".
006800     05  WS-SIGUE            PIC X(01) VALUE "N".
006900         88  SIGUE                   VALUE "S".
007000*----------------------------------------------------------------
007100* PATRONES Y POLITICAS EN MEMORIA. CADA POLITICA GUARDA LOS
007200* INDICES DE SUS PATRONES EN LA TABLA DE PATRONES.
007300*----------------------------------------------------------------
007400 01  WS-TABLA-PATRONES.
007500     05  WS-NUM-PATRONES     PIC 9(03) COMP VALUE ZERO.
007600     05  WS-PAT-ENTRY OCCURS 100 TIMES.
007700         10  WS-PAT-CODIGO   PIC X(08).
007800         10  WS-PAT-TIPO     PIC X(01).
007900         10  WS-PAT-MASCARA  PIC X(30).
008000         10  WS-PAT-LARGO    PIC 9(03) COMP.
008100 01  WS-TABLA-POLITICAS.
008200     05  WS-NUM-POLITICAS    PIC 9(04) COMP VALUE ZERO.
008300     05  WS-POL-ENTRY OCCURS 500 TIMES.
008400         10  WS-POL-CLIENTE  PIC X(08).
008500         10  WS-POL-NUM-PAT  PIC 9(03) COMP.
008600         10  WS-POL-IDX-PAT  PIC 9(03) COMP OCCURS 10 TIMES.
008700 01  WS-POL-DEFECTO          PIC 9(04) COMP VALUE ZERO.
008800 01  WS-POL-APLICADA         PIC 9(04) COMP VALUE ZERO.
008900 01  WS-IDX-POL              PIC 9(04) COMP VALUE ZERO.
009000 01  WS-IDX-PAT              PIC 9(03) COMP VALUE ZERO.
009100 01  WS-IDX-LISTA            PIC 9(03) COMP VALUE ZERO.
009200 01  WS-PAT-ACTUAL           PIC 9(03) COMP VALUE ZERO.
009300*    RECORRIDO DEL TEXTO.
009400 01  WS-POS                  PIC 9(05) COMP VALUE ZERO.
009500 01  WS-POS-MASC             PIC 9(03) COMP VALUE ZERO.
009600 01  WS-POS-TEXTO            PIC 9(05) COMP VALUE ZERO.
009700 01  WS-ULTIMA-POS           PIC 9(05) COMP VALUE ZERO.
009800 01  WS-INICIO               PIC 9(05) COMP VALUE ZERO.
009900 01  WS-FIN                  PIC 9(05) COMP VALUE ZERO.
010000 01  WS-POS-PUNTO            PIC 9(05) COMP VALUE ZERO.
010100 01  WS-CAR                  PIC X(01) VALUE SPACE.
010200     88  CAR-DIGITO                  VALUE "0" THRU "9".
010300     88  CAR-LETRA                   VALUES "A" THRU "Z"
010400                                            "a" THRU "z".
010500     88  CAR-SIGNO-LOCAL             VALUES "." "_" "-" "+".
010600     88  CAR-SIGNO-DOMINIO           VALUES "." "-".
010700 01  WS-CAR-MASC             PIC X(01) VALUE SPACE.
010702*----------------------------------------------------------------
010704* FORMAS LIMPIAS DE LOS DATOS TAPADOS EN ESTA LLAMADA: SUS LETRAS
010706* Y DIGITOS EN MAYUSCULAS, Y APARTE SOLO SUS LETRAS. ASI SALEN EN
010708* LAS COLUMNAS DE TEXTO NORMALIZADO DE ALGUNOS INFORMES (EL
010710* MITEXTO Y LA SUBCADENA DE PALINDRPT), DONDE LOS PATRONES YA NO
010712* LOS RECONOCEN.
010714*----------------------------------------------------------------
010716 01  WS-TABLA-LIMPIAS.
010718     05  WS-NUM-LIMPIAS      PIC 9(03) COMP VALUE ZERO.
010720     05  WS-LIMPIA-ENTRY OCCURS 40 TIMES.
010722         10  WS-LIMPIA-TEXTO PIC X(60).
010724         10  WS-LIMPIA-LARGO PIC 9(03) COMP.
010726 01  WS-LIMPIA-MINIMO        PIC 9(03) COMP VALUE 4.
010728 01  WS-IDX-LIMPIA           PIC 9(03) COMP VALUE ZERO.
010730 01  WS-FORMA                PIC X(60) VALUE SPACES.
010732 01  WS-FORMA-LARGO          PIC 9(03) COMP VALUE ZERO.
010734 01  WS-LETRAS               PIC X(60) VALUE SPACES.
010736 01  WS-LETRAS-LARGO         PIC 9(03) COMP VALUE ZERO.
010738 01  WS-TRAMO                PIC X(1000) VALUE SPACES.
010740 01  WS-TRAMO-LARGO          PIC 9(05) COMP VALUE ZERO.
010742 01  WS-VECES                PIC 9(05) COMP VALUE ZERO.
010800 LINKAGE SECTION.
010900     COPY REDSTD REPLACING LEADING ==RED-STD== BY ==LK-RED==.
011000 01  LK-TEXTO                PIC X(48200).
011100 PROCEDURE       DIVISION USING LK-RED-AREA LK-TEXTO.
011200*================================================================
011300 0000-PRINCIPAL.
011400*================================================================
011500     IF NOT YA-CARGADO
011600         PERFORM 1000-CARGAR-PATRONES THRU 1000-EXIT
011700         PERFORM 1500-CARGAR-POLITICAS THRU 1500-EXIT
011800         SET YA-CARGADO TO TRUE
011900     END-IF
012000     MOVE 0 TO LK-RED-CUENTA
012100     MOVE SPACES TO LK-RED-POLITICA
012200     IF WS-NUM-PATRONES = 0
012300         MOVE "F" TO LK-RED-ESTADO
012400         GOBACK
012500     END-IF
012600     MOVE "O" TO LK-RED-ESTADO
012650     MOVE 0 TO WS-NUM-LIMPIAS
012700     PERFORM 2000-ELEGIR-POLITICA THRU 2000-EXIT
012800     IF LK-RED-LARGO = 0 OR LK-RED-LARGO > 48200
012900         GOBACK
013000     END-IF
013100     IF WS-POL-APLICADA = 0
013200         PERFORM 3000-APLICAR-PATRON THRU 3000-EXIT
013300             VARYING WS-PAT-ACTUAL FROM 1 BY 1
013400             UNTIL WS-PAT-ACTUAL > WS-NUM-PATRONES
013500     ELSE
013600         PERFORM 2500-PATRON-DE-POLITICA THRU 2500-EXIT
013700             VARYING WS-IDX-LISTA FROM 1 BY 1
013800             UNTIL WS-IDX-LISTA > WS-POL-NUM-PAT(WS-POL-APLICADA)
013900     END-IF
013920     IF WS-NUM-LIMPIAS > 0
013940         PERFORM 4000-TAPAR-COPIAS THRU 4000-EXIT
013960     END-IF
014000     GOBACK.
014100*================================================================
014200 1000-CARGAR-PATRONES.
014300*================================================================
014400     OPEN INPUT PATRON-MAST
014500     IF WS-PAT-NO-EXISTE
014600         GO TO 1000-EXIT
014700     END-IF
014800     PERFORM 1100-LEER-PATRON THRU 1100-EXIT
014900     PERFORM 1200-TRATAR-PATRON THRU 1200-EXIT
015000         UNTIL WS-PAT-FIN-FICHERO
015100     CLOSE PATRON-MAST.
015200 1000-EXIT.
015300     EXIT.
015400*================================================================
015500 1100-LEER-PATRON.
015600*================================================================
015700     READ PATRON-MAST
015800         AT END
015900             MOVE "10" TO WS-PAT-STATUS
016000     END-READ.
016100 1100-EXIT.
016200     EXIT.
016300*================================================================
016400 1200-TRATAR-PATRON.
016500*================================================================
016600*    UN PATRON SIN CODIGO, DE TIPO DESCONOCIDO O DE MASCARA VACIA
016700*    NO SE CARGA.
016800     IF PAT-CODIGO = SPACES OR WS-NUM-PATRONES NOT < 100
016900         GO TO 1200-SIGUIENTE
017000     END-IF
017100     IF PAT-TIPO NOT = "M" AND PAT-TIPO NOT = "C"
017200         GO TO 1200-SIGUIENTE
017300     END-IF
017400     IF PAT-TIPO = "M" AND PAT-MASCARA = SPACES
017500         GO TO 1200-SIGUIENTE
017600     END-IF
017700     ADD 1 TO WS-NUM-PATRONES
017800     MOVE PAT-CODIGO  TO WS-PAT-CODIGO(WS-NUM-PATRONES)
017900     MOVE PAT-TIPO    TO WS-PAT-TIPO(WS-NUM-PATRONES)
018000     MOVE PAT-MASCARA TO WS-PAT-MASCARA(WS-NUM-PATRONES)
018100*    LARGO DE LA MASCARA: HASTA SU ULTIMO CARACTER NO BLANCO.
018200     MOVE 0 TO WS-PAT-LARGO(WS-NUM-PATRONES)
018300     PERFORM 1210-MEDIR-MASCARA THRU 1210-EXIT
018400         VARYING WS-POS-MASC FROM 30 BY -1
018500         UNTIL WS-POS-MASC < 1
018600            OR WS-PAT-LARGO(WS-NUM-PATRONES) > 0.
018700 1200-SIGUIENTE.
018800     PERFORM 1100-LEER-PATRON THRU 1100-EXIT.
018900 1200-EXIT.
019000     EXIT.
019100*================================================================
019200 1210-MEDIR-MASCARA.
019300*================================================================
019400     IF PAT-MASCARA(WS-POS-MASC:1) NOT = SPACE
019500         MOVE WS-POS-MASC TO WS-PAT-LARGO(WS-NUM-PATRONES)
019600     END-IF.
019700 1210-EXIT.
019800     EXIT.
019900*================================================================
020000 1500-CARGAR-POLITICAS.
020100*================================================================
020200     IF WS-NUM-PATRONES = 0
020300         GO TO 1500-EXIT
020400     END-IF
020500     OPEN INPUT POLITICA-MAST
020600     IF WS-POL-NO-EXISTE
020700         GO TO 1500-EXIT
020800     END-IF
020900     PERFORM 1600-LEER-POLITICA THRU 1600-EXIT
021000     PERFORM 1700-TRATAR-POLITICA THRU 1700-EXIT
021100         UNTIL WS-POL-FIN-FICHERO
021200     CLOSE POLITICA-MAST.
021300 1500-EXIT.
021400     EXIT.
021500*================================================================
021600 1600-LEER-POLITICA.
021700*================================================================
021800     READ POLITICA-MAST
021900         AT END
022000             MOVE "10" TO WS-POL-STATUS
022100     END-READ.
022200 1600-EXIT.
022300     EXIT.
022400*================================================================
022500 1700-TRATAR-POLITICA.
022600*================================================================
022700     IF WS-NUM-POLITICAS NOT < 500
022800         GO TO 1700-SIGUIENTE
022900     END-IF
023000     ADD 1 TO WS-NUM-POLITICAS
023100     MOVE WS-NUM-POLITICAS TO WS-IDX-POL
023200     MOVE POL-CLIENTE TO WS-POL-CLIENTE(WS-IDX-POL)
023300     MOVE 0 TO WS-POL-NUM-PAT(WS-IDX-POL)
023400     IF POL-CLIENTE = SPACES AND WS-POL-DEFECTO = 0
023500         MOVE WS-IDX-POL TO WS-POL-DEFECTO
023600     END-IF
023700     PERFORM 1710-RESOLVER-PATRON THRU 1710-EXIT
023800         VARYING WS-IDX-LISTA FROM 1 BY 1
023900         UNTIL WS-IDX-LISTA > 10.
024000 1700-SIGUIENTE.
024100     PERFORM 1600-LEER-POLITICA THRU 1600-EXIT.
024200 1700-EXIT.
024300     EXIT.
024400*================================================================
024500 1710-RESOLVER-PATRON.
024600*================================================================
024700     IF POL-PATRON(WS-IDX-LISTA) = SPACES
024800         GO TO 1710-EXIT
024900     END-IF
025000     MOVE 0 TO WS-PAT-ACTUAL
025100     PERFORM 1720-COMPARAR-PATRON THRU 1720-EXIT
025200         VARYING WS-IDX-PAT FROM 1 BY 1
025300         UNTIL WS-IDX-PAT > WS-NUM-PATRONES
025400            OR WS-PAT-ACTUAL > 0
025500     IF WS-PAT-ACTUAL > 0
025600         ADD 1 TO WS-POL-NUM-PAT(WS-IDX-POL)
025700         MOVE WS-POL-NUM-PAT(WS-IDX-POL) TO WS-IDX-PAT
025800         MOVE WS-PAT-ACTUAL
025900             TO WS-POL-IDX-PAT(WS-IDX-POL, WS-IDX-PAT)
026000     END-IF.
026100 1710-EXIT.
026200     EXIT.
026300*================================================================
026400 1720-COMPARAR-PATRON.
026500*================================================================
026600     IF WS-PAT-CODIGO(WS-IDX-PAT) = POL-PATRON(WS-IDX-LISTA)
026700         MOVE WS-IDX-PAT TO WS-PAT-ACTUAL
026800     END-IF.
026900 1720-EXIT.
027000     EXIT.
027100*================================================================
027200 2000-ELEGIR-POLITICA.
027300*================================================================
027400*    LA DEL CODIGO; SI NO, LA POR DEFECTO; SI NO, TODOS.
027500     MOVE 0 TO WS-POL-APLICADA
027600     IF LK-RED-CLIENTE NOT = SPACES
027700         PERFORM 2100-COMPARAR-POLITICA THRU 2100-EXIT
027800             VARYING WS-IDX-POL FROM 1 BY 1
027900             UNTIL WS-IDX-POL > WS-NUM-POLITICAS
028000                OR WS-POL-APLICADA > 0
028100     END-IF
028200     IF WS-POL-APLICADA > 0
028300         MOVE LK-RED-CLIENTE TO LK-RED-POLITICA
028400         GO TO 2000-EXIT
028500     END-IF
028600     MOVE WS-POL-DEFECTO TO WS-POL-APLICADA
028700     IF WS-POL-APLICADA > 0
028800         MOVE "DEFECTO" TO LK-RED-POLITICA
028900     ELSE
029000         MOVE "TODOS" TO LK-RED-POLITICA
029100     END-IF.
029200 2000-EXIT.
029300     EXIT.
029400*================================================================
029500 2100-COMPARAR-POLITICA.
029600*================================================================
029700     IF WS-POL-CLIENTE(WS-IDX-POL) = LK-RED-CLIENTE
029800         MOVE WS-IDX-POL TO WS-POL-APLICADA
029900     END-IF.
030000 2100-EXIT.
030100     EXIT.
030200*================================================================
030300 2500-PATRON-DE-POLITICA.
030400*================================================================
030500     MOVE WS-POL-IDX-PAT(WS-POL-APLICADA, WS-IDX-LISTA)
030600         TO WS-PAT-ACTUAL
030700     PERFORM 3000-APLICAR-PATRON THRU 3000-EXIT.
030800 2500-EXIT.
030900     EXIT.
031000*================================================================
031100 3000-APLICAR-PATRON.
031200*================================================================
031300*    RECORRIDO DEL TEXTO DE IZQUIERDA A DERECHA; TRAS UN DATO
031400*    TAPADO SE SIGUE DETRAS DE EL.
031500     MOVE 1 TO WS-POS
031600     IF WS-PAT-TIPO(WS-PAT-ACTUAL) = "C"
031700         PERFORM 3500-BUSCAR-CORREO THRU 3500-EXIT
031800             UNTIL WS-POS > LK-RED-LARGO
031900         GO TO 3000-EXIT
032000     END-IF
032100     IF WS-PAT-LARGO(WS-PAT-ACTUAL) > LK-RED-LARGO
032200         GO TO 3000-EXIT
032300     END-IF
032400     COMPUTE WS-ULTIMA-POS =
032500         LK-RED-LARGO - WS-PAT-LARGO(WS-PAT-ACTUAL) + 1
032600     PERFORM 3100-PROBAR-MASCARA THRU 3100-EXIT
032700         UNTIL WS-POS > WS-ULTIMA-POS.
032800 3000-EXIT.
032900     EXIT.
033000*================================================================
033100 3100-PROBAR-MASCARA.
033200*================================================================
033300*    EL DATO NO PUEDE EMPEZAR NI ACABAR PEGADO A OTRA LETRA O
033400*    DIGITO: UN NUMERO MAS LARGO NO ES UN TELEFONO.
033500     IF WS-POS > 1
033600         MOVE LK-TEXTO(WS-POS - 1:1) TO WS-CAR
033700         IF CAR-DIGITO OR CAR-LETRA
033800             GO TO 3100-SIGUIENTE
033900         END-IF
034000     END-IF
034100     IF WS-POS < WS-ULTIMA-POS
034200         MOVE LK-TEXTO(WS-POS + WS-PAT-LARGO(WS-PAT-ACTUAL):1)
034300             TO WS-CAR
034400         IF CAR-DIGITO OR CAR-LETRA
034500             GO TO 3100-SIGUIENTE
034600         END-IF
034700     END-IF
034800     SET CASA TO TRUE
034900     PERFORM 3200-CASAR-POSICION THRU 3200-EXIT
035000         VARYING WS-POS-MASC FROM 1 BY 1
035100         UNTIL WS-POS-MASC > WS-PAT-LARGO(WS-PAT-ACTUAL)
035200            OR NOT CASA
035300     IF NOT CASA
035400         GO TO 3100-SIGUIENTE
035500     END-IF
035520     MOVE WS-POS TO WS-INICIO
035540     COMPUTE WS-FIN = WS-POS + WS-PAT-LARGO(WS-PAT-ACTUAL) - 1
035560     PERFORM 3600-ANOTAR-LIMPIA THRU 3600-EXIT
035600     PERFORM 3300-TAPAR-POSICION THRU 3300-EXIT
035700         VARYING WS-POS-MASC FROM 1 BY 1
035800         UNTIL WS-POS-MASC > WS-PAT-LARGO(WS-PAT-ACTUAL)
035900     ADD 1 TO LK-RED-CUENTA
036000     ADD WS-PAT-LARGO(WS-PAT-ACTUAL) TO WS-POS
036100     GO TO 3100-EXIT.
036200 3100-SIGUIENTE.
036300     ADD 1 TO WS-POS.
036400 3100-EXIT.
036500     EXIT.
036600*================================================================
036700 3200-CASAR-POSICION.
036800*================================================================
036900     COMPUTE WS-POS-TEXTO = WS-POS + WS-POS-MASC - 1
037000     MOVE LK-TEXTO(WS-POS-TEXTO:1) TO WS-CAR
037100     MOVE WS-PAT-MASCARA(WS-PAT-ACTUAL)(WS-POS-MASC:1)
037200         TO WS-CAR-MASC
037300     EVALUATE WS-CAR-MASC
037400         WHEN "9"
037500             IF NOT CAR-DIGITO
037600                 MOVE "N" TO WS-CASA
037700             END-IF
037800         WHEN "A"
037900             IF NOT CAR-LETRA
038000                 MOVE "N" TO WS-CASA
038100             END-IF
038200         WHEN "X"
038300             IF NOT CAR-DIGITO AND NOT CAR-LETRA
038400                 MOVE "N" TO WS-CASA
038500             END-IF
038600         WHEN OTHER
038700             IF WS-CAR NOT = WS-CAR-MASC
038800                 MOVE "N" TO WS-CASA
038900             END-IF
039000     END-EVALUATE.
039100 3200-EXIT.
039200     EXIT.
039300*================================================================
039400 3300-TAPAR-POSICION.
039500*================================================================
039600     MOVE WS-PAT-MASCARA(WS-PAT-ACTUAL)(WS-POS-MASC:1)
039700         TO WS-CAR-MASC
039800     IF WS-CAR-MASC = "9" OR "A" OR "X"
039900         COMPUTE WS-POS-TEXTO = WS-POS + WS-POS-MASC - 1
040000         MOVE "*" TO LK-TEXTO(WS-POS-TEXTO:1)
040100     END-IF.
040200 3300-EXIT.
040300     EXIT.
040400*================================================================
040500 3500-BUSCAR-CORREO.
040600*================================================================
040700*    CADA ARROBA CON UNA PARTE LOCAL DELANTE Y UN DOMINIO CON
040800*    PUNTO INTERIOR DETRAS ES UNA DIRECCION DE CORREO.
040900     IF LK-TEXTO(WS-POS:1) NOT = "@"
041000         GO TO 3500-SIGUIENTE
041100     END-IF
041200     MOVE WS-POS TO WS-INICIO
041300     SET SIGUE TO TRUE
041400     PERFORM 3510-RETROCEDER-LOCAL THRU 3510-EXIT
041500         UNTIL WS-INICIO = 1 OR NOT SIGUE
041600     IF WS-INICIO = WS-POS
041700         GO TO 3500-SIGUIENTE
041800     END-IF
041900     MOVE WS-POS TO WS-FIN
042000     SET SIGUE TO TRUE
042100     PERFORM 3520-AVANZAR-DOMINIO THRU 3520-EXIT
042200         UNTIL WS-FIN = LK-RED-LARGO OR NOT SIGUE
042300*    EL PUNTO FINAL DE UNA FRASE NO ES PARTE DEL DOMINIO.
042400     PERFORM 3530-QUITAR-PUNTO THRU 3530-EXIT
042500         UNTIL WS-FIN = WS-POS
042600            OR LK-TEXTO(WS-FIN:1) NOT = "."
042700     MOVE 0 TO WS-POS-PUNTO
042800     PERFORM 3540-BUSCAR-PUNTO THRU 3540-EXIT
042900         VARYING WS-POS-TEXTO FROM WS-POS BY 1
043000         UNTIL WS-POS-TEXTO > WS-FIN
043100     IF WS-POS-PUNTO < WS-POS + 2 OR WS-POS-PUNTO = WS-FIN
043200         GO TO 3500-SIGUIENTE
043300     END-IF
043350     PERFORM 3600-ANOTAR-LIMPIA THRU 3600-EXIT
043400     PERFORM 3550-TAPAR-CORREO THRU 3550-EXIT
043500         VARYING WS-POS-TEXTO FROM WS-INICIO BY 1
043600         UNTIL WS-POS-TEXTO > WS-FIN
043700     ADD 1 TO LK-RED-CUENTA
043800     COMPUTE WS-POS = WS-FIN + 1
043900     GO TO 3500-EXIT.
044000 3500-SIGUIENTE.
044100     ADD 1 TO WS-POS.
044200 3500-EXIT.
044300     EXIT.
044400*================================================================
044500 3510-RETROCEDER-LOCAL.
044600*================================================================
044700     MOVE LK-TEXTO(WS-INICIO - 1:1) TO WS-CAR
044800     IF CAR-DIGITO OR CAR-LETRA OR CAR-SIGNO-LOCAL
044900         SUBTRACT 1 FROM WS-INICIO
045000     ELSE
045100         MOVE "N" TO WS-SIGUE
045200     END-IF.
045300 3510-EXIT.
045400     EXIT.
045500*================================================================
045600 3520-AVANZAR-DOMINIO.
045700*================================================================
045800     MOVE LK-TEXTO(WS-FIN + 1:1) TO WS-CAR
045900     IF CAR-DIGITO OR CAR-LETRA OR CAR-SIGNO-DOMINIO
046000         ADD 1 TO WS-FIN
046100     ELSE
046200         MOVE "N" TO WS-SIGUE
046300     END-IF.
046400 3520-EXIT.
046500     EXIT.
046600*================================================================
046700 3530-QUITAR-PUNTO.
046800*================================================================
046900     SUBTRACT 1 FROM WS-FIN.
047000 3530-EXIT.
047100     EXIT.
047200*================================================================
047300 3540-BUSCAR-PUNTO.
047400*================================================================
047500     IF LK-TEXTO(WS-POS-TEXTO:1) = "."
047600         MOVE WS-POS-TEXTO TO WS-POS-PUNTO
047700     END-IF.
047800 3540-EXIT.
047900     EXIT.
048000*================================================================
048100 3550-TAPAR-CORREO.
048200*================================================================
048300     IF WS-POS-TEXTO NOT = WS-POS
048400         MOVE "*" TO LK-TEXTO(WS-POS-TEXTO:1)
048500     END-IF.
048600 3550-EXIT.
048601     EXIT.
048602*================================================================
048603 3600-ANOTAR-LIMPIA.
048604*================================================================
048605*    ANTES DE TAPAR EL DATO (DE WS-INICIO A WS-FIN) SE GUARDAN SUS
048606*    FORMAS LIMPIAS; LA DE SOLO LETRAS, SI DIFIERE DE LA OTRA.
048607     MOVE SPACES TO WS-FORMA WS-LETRAS
048608     MOVE 0 TO WS-FORMA-LARGO WS-LETRAS-LARGO
048609     PERFORM 3610-LIMPIAR-POSICION THRU 3610-EXIT
048610         VARYING WS-POS-TEXTO FROM WS-INICIO BY 1
048611         UNTIL WS-POS-TEXTO > WS-FIN
048612     MOVE FUNCTION UPPER-CASE(WS-FORMA) TO WS-FORMA
048613     MOVE FUNCTION UPPER-CASE(WS-LETRAS) TO WS-LETRAS
048614     IF WS-LETRAS-LARGO = WS-FORMA-LARGO
048615         MOVE 0 TO WS-LETRAS-LARGO
048616     END-IF
048617     PERFORM 3620-GUARDAR-LIMPIA THRU 3620-EXIT
048618     MOVE WS-LETRAS TO WS-FORMA
048619     MOVE WS-LETRAS-LARGO TO WS-FORMA-LARGO
048620     PERFORM 3620-GUARDAR-LIMPIA THRU 3620-EXIT.
048621 3600-EXIT.
048622     EXIT.
048623*================================================================
048624 3610-LIMPIAR-POSICION.
048625*================================================================
048626     MOVE LK-TEXTO(WS-POS-TEXTO:1) TO WS-CAR
048627     IF (CAR-DIGITO OR CAR-LETRA) AND WS-FORMA-LARGO < 60
048628         ADD 1 TO WS-FORMA-LARGO
048629         MOVE WS-CAR TO WS-FORMA(WS-FORMA-LARGO:1)
048630     END-IF
048631     IF CAR-LETRA AND WS-LETRAS-LARGO < 60
048632         ADD 1 TO WS-LETRAS-LARGO
048633         MOVE WS-CAR TO WS-LETRAS(WS-LETRAS-LARGO:1)
048634     END-IF.
048635 3610-EXIT.
048636     EXIT.
048637*================================================================
048638 3620-GUARDAR-LIMPIA.
048639*================================================================
048640*    UNA FORMA MUY CORTA TAPARIA PALABRAS CORRIENTES.
048641     IF WS-FORMA-LARGO < WS-LIMPIA-MINIMO
048642      OR WS-NUM-LIMPIAS NOT < 40
048643         GO TO 3620-EXIT
048644     END-IF
048645     ADD 1 TO WS-NUM-LIMPIAS
048646     MOVE WS-FORMA TO WS-LIMPIA-TEXTO(WS-NUM-LIMPIAS)
048647     MOVE WS-FORMA-LARGO TO WS-LIMPIA-LARGO(WS-NUM-LIMPIAS).
048648 3620-EXIT.
048649     EXIT.
048650*================================================================
048651 4000-TAPAR-COPIAS.
048652*================================================================
048653*    SEGUNDA PASADA POR LA LINEA YA TAPADA: CADA TRAMO SEGUIDO DE
048654*    LETRAS Y DIGITOS QUE CONTIENE UNA FORMA LIMPIA, O QUE ES UN
048655*    TROZO DE ELLA DE AL MENOS WS-LIMPIA-MINIMO POSICIONES, SE
048656*    TAPA ENTERO Y CUENTA COMO UN DATO TAPADO MAS. ANTE LA DUDA SE
048657*    TAPA: UNA PALABRA SUELTA QUE CAIGA DENTRO DEL DATO TAMBIEN.
048658     MOVE 1 TO WS-POS
048659     PERFORM 4100-PROBAR-TRAMO THRU 4100-EXIT
048660         UNTIL WS-POS > LK-RED-LARGO.
048661 4000-EXIT.
048662     EXIT.
048663*================================================================
048664 4100-PROBAR-TRAMO.
048665*================================================================
048666     MOVE LK-TEXTO(WS-POS:1) TO WS-CAR
048667     IF NOT CAR-DIGITO AND NOT CAR-LETRA
048668         ADD 1 TO WS-POS
048669         GO TO 4100-EXIT
048670     END-IF
048671     MOVE WS-POS TO WS-INICIO
048672     MOVE WS-POS TO WS-FIN
048673     SET SIGUE TO TRUE
048674     PERFORM 4110-AVANZAR-TRAMO THRU 4110-EXIT
048675         UNTIL WS-FIN = LK-RED-LARGO OR NOT SIGUE
048676     COMPUTE WS-POS = WS-FIN + 1
048677     COMPUTE WS-TRAMO-LARGO = WS-FIN - WS-INICIO + 1
048678     IF WS-TRAMO-LARGO < WS-LIMPIA-MINIMO
048679         GO TO 4100-EXIT
048680     END-IF
048681     IF WS-TRAMO-LARGO > 1000
048682         MOVE 1000 TO WS-TRAMO-LARGO
048683     END-IF
048684     MOVE FUNCTION UPPER-CASE(LK-TEXTO(WS-INICIO:WS-TRAMO-LARGO))
048685         TO WS-TRAMO
048686     MOVE "N" TO WS-CASA
048687     PERFORM 4200-COMPARAR-LIMPIA THRU 4200-EXIT
048688         VARYING WS-IDX-LIMPIA FROM 1 BY 1
048689         UNTIL WS-IDX-LIMPIA > WS-NUM-LIMPIAS OR CASA
048690     IF NOT CASA
048691         GO TO 4100-EXIT
048692     END-IF
048693     PERFORM 4300-TAPAR-TRAMO THRU 4300-EXIT
048694         VARYING WS-POS-TEXTO FROM WS-INICIO BY 1
048695         UNTIL WS-POS-TEXTO > WS-FIN
048696     ADD 1 TO LK-RED-CUENTA.
048697 4100-EXIT.
048698     EXIT.
048699*================================================================
048700 4110-AVANZAR-TRAMO.
048701*================================================================
048702     MOVE LK-TEXTO(WS-FIN + 1:1) TO WS-CAR
048703     IF CAR-DIGITO OR CAR-LETRA
048704         ADD 1 TO WS-FIN
048705     ELSE
048706         MOVE "N" TO WS-SIGUE
048707     END-IF.
048708 4110-EXIT.
048709     EXIT.
048710*================================================================
048711 4200-COMPARAR-LIMPIA.
048712*================================================================
048713     MOVE 0 TO WS-VECES
048714     IF WS-TRAMO-LARGO NOT < WS-LIMPIA-LARGO(WS-IDX-LIMPIA)
048715         INSPECT WS-TRAMO(1:WS-TRAMO-LARGO) TALLYING WS-VECES
048716             FOR ALL WS-LIMPIA-TEXTO(WS-IDX-LIMPIA)
048717                 (1:WS-LIMPIA-LARGO(WS-IDX-LIMPIA))
048718     ELSE
048719         INSPECT WS-LIMPIA-TEXTO(WS-IDX-LIMPIA)
048720             (1:WS-LIMPIA-LARGO(WS-IDX-LIMPIA))
048721             TALLYING WS-VECES FOR ALL WS-TRAMO(1:WS-TRAMO-LARGO)
048722     END-IF
048723     IF WS-VECES > 0
048724         SET CASA TO TRUE
048725     END-IF.
048726 4200-EXIT.
048727     EXIT.
048728*================================================================
048729 4300-TAPAR-TRAMO.
048730*================================================================
048731     MOVE "*" TO LK-TEXTO(WS-POS-TEXTO:1).
048732 4300-EXIT.
048733     EXIT.
048800 END PROGRAM REDACTOR.
