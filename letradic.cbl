000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LETRADIC.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   REVISION DE CONFLICTOS DE NOMBRES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. BUSCADOR DE PALABRAS DEL
001300*                    DICCIONARIO (DICCION) QUE SE PUEDEN FORMAR
001400*                    CON UN JUEGO DE LETRAS: ANAGRAMAS EXACTOS Y
001500*                    PALABRAS MAS CORTAS QUE USAN SOLO PARTE DE
001600*                    LAS LETRAS. CADA SOLICITUD (LETRASOL:
001700*                    CLIENTE Y LETRAS) SE NORMALIZA CON EL PERFIL
001800*                    NORMAST DEL IDIOMA DEL CLIENTE (CLIMAST) Y
001900*                    EL INFORME LETRARPT LISTA LAS PALABRAS
002000*                    AGRUPADAS POR LARGO, DE MAYOR A MENOR. CON
002100*                    LA TARJETA MODO PANTALLA EN LETRPARM EL
002200*                    REVISOR CONSULTA EN PANTALLA EN LUGAR DE
002300*                    PREPARAR EL FICHERO DE SOLICITUDES; LO
002400*                    CONSULTADO SE ANOTA TAMBIEN EN LETRARPT.
002410* 2026-10-15  MNT    LA FICHA DE CLIMAST SE DECLARA ENTERA (76
002420*                    POSICIONES), CON LA REGION FISCAL Y LA
002430*                    POLITICA DE VEREDICTO QUE LLEVA AL FINAL.
002440* 2026-10-15  MNT    LA FICHA DE CLIMAST SE TOMA DEL COPY CLIREG,
002450*                    COMUN A TODOS LOS PROGRAMAS QUE LEEN O
002460*                    ESCRIBEN EL MAESTRO.
002500*----------------------------------------------------------------
002600* UNA PALABRA CABE EN EL JUEGO SI CADA UNO DE SUS CARACTERES
002700* (LETRAS A-Z, DIGITOS Y LETRAS PROPIAS DEL PERFIL, TRAS LA MISMA
002800* NORMALIZACION) APARECE EN EL JUEGO AL MENOS TANTAS VECES COMO
002900* EN LA PALABRA. LOS BLANCOS NO CUENTAN; CUALQUIER OTRO SIGNO EN
003000* LA PALABRA LA DEJA FUERA.
003100*----------------------------------------------------------------
003200 ENVIRONMENT     DIVISION.
003300 INPUT-OUTPUT    SECTION.
003400 FILE-CONTROL.
003500     SELECT LETRAS-PARM ASSIGN TO "LETRPARM"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PARM-STATUS.
003800     SELECT LETRAS-SOL ASSIGN TO "LETRASOL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SOL-STATUS.
004100     SELECT DICCIONARIO ASSIGN TO "DICCION"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DIC-STATUS.
004400     SELECT CLIENTE-MAST ASSIGN TO "CLIMAST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CLM-STATUS.
004700     SELECT NORMA-MAST ASSIGN TO "NORMAST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-NRM-STATUS.
005000     SELECT LETRAS-RPT ASSIGN TO "LETRARPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA            DIVISION.
005300 FILE            SECTION.
005400 FD  LETRAS-PARM
005500     RECORDING MODE IS F.
005600 01  PARM-REGISTRO.
005700     05  PARM-TIPO           PIC X(05).
005800     05  PARM-VALOR          PIC X(10).
005900 FD  LETRAS-SOL
006000     RECORDING MODE IS F.
006100 01  SOL-REGISTRO.
006200     05  SOL-CLIENTE         PIC X(08).
006300     05  SOL-LETRAS          PIC X(40).
006400 FD  DICCIONARIO
006500     RECORDING MODE IS F.
006600 01  DIC-REGISTRO            PIC X(100).
006700 FD  CLIENTE-MAST
006800     RECORDING MODE IS F.
006900     COPY CLIREG.
007600 FD  NORMA-MAST
007700     RECORDING MODE IS F.
007800 01  NRM-REGISTRO.
007900     05  NRM-PERFIL          PIC X(08).
008000     05  NRM-TIPO            PIC X(05).
008100     05  NRM-CAR-DE          PIC X(01).
008200     05  NRM-CAR-A           PIC X(01).
008300 FD  LETRAS-RPT
008400     RECORDING MODE IS F.
008500 01  RPT-LINEA               PIC X(120).
008600 01  RPT-RESUMEN-REGISTRO.
008700     05  RPT-RESUMEN-ETIQUETA PIC X(30).
008800     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
008900 WORKING-STORAGE SECTION.
009000 01  WS-PARM-STATUS          PIC X(02).
009100     88  WS-PARM-NO-EXISTE           VALUE "35".
009200     88  WS-PARM-FIN-FICHERO         VALUE "10".
009300 01  WS-SOL-STATUS           PIC X(02).
009400     88  WS-SOL-NO-EXISTE            VALUE "35".
009500     88  WS-SOL-FIN-FICHERO          VALUE "10".
009600 01  WS-DIC-STATUS           PIC X(02).
009700     88  WS-DIC-NO-EXISTE            VALUE "35".
009800     88  WS-DIC-FIN-FICHERO          VALUE "10".
009900 01  WS-CLM-STATUS           PIC X(02).
010000     88  WS-CLM-NO-EXISTE            VALUE "35".
010100     88  WS-CLM-FIN-FICHERO          VALUE "10".
010200 01  WS-NRM-STATUS           PIC X(02).
010300     88  WS-NRM-NO-EXISTE            VALUE "35".
010400     88  WS-NRM-FIN-FICHERO          VALUE "10".
010500 01  WS-SWITCHES.
010600     05  WS-MODO             PIC X(01) VALUE "L".
010700         88  MODO-LOTE               VALUE "L".
010800         88  MODO-PANTALLA           VALUE "P".
010900     05  WS-FIN-PANTALLA     PIC X(01) VALUE "N".
011000         88  FIN-PANTALLA            VALUE "S".
011100     05  WS-CABE             PIC X(01) VALUE "N".
011200         88  PALABRA-CABE            VALUE "S".
011300*----------------------------------------------------------------
011400* PERFILES DE NORMALIZACION (NORMAST), COMO EN PALINDROMO.
011500*----------------------------------------------------------------
011600 01  WS-TABLA-PERFILES.
011700     05  WS-NUM-PERFILES     PIC 9(02) COMP VALUE ZERO.
011800     05  WS-PERFIL-ENTRY OCCURS 10 TIMES.
011900         10  WS-PERF-NOMBRE  PIC X(08).
012000         10  WS-PERF-NUM-MAPAS PIC 9(02) COMP.
012100         10  WS-PERF-MAPA OCCURS 30 TIMES.
012200             15  WS-PERF-DE  PIC X(01).
012300             15  WS-PERF-A   PIC X(01).
012400         10  WS-PERF-NUM-LETRAS PIC 9(02) COMP.
012500         10  WS-PERF-LETRAS  PIC X(20).
012600 01  WS-PERFIL-ACTIVO        PIC 9(02) COMP VALUE ZERO.
012700 01  WS-IDX-PERF             PIC 9(02) COMP VALUE ZERO.
012800 01  WS-IDX-MAPA             PIC 9(02) COMP VALUE ZERO.
012900*----------------------------------------------------------------
013000* CLIENTES (CLIMAST): SOLO INTERESA SU IDIOMA.
013100*----------------------------------------------------------------
013200 01  WS-TABLA-CLIENTES.
013300     05  WS-NUM-CLIENTES     PIC 9(03) COMP VALUE ZERO.
013400     05  WS-CLI-ENTRY OCCURS 200 TIMES.
013500         10  WS-CLI-CODIGO   PIC X(08).
013600         10  WS-CLI-IDIOMA   PIC X(08).
013700 01  WS-IDX-CLI              PIC 9(03) COMP VALUE ZERO.
013800*----------------------------------------------------------------
013900* DICCIONARIO EN MEMORIA, CON EL MISMO LIMITE QUE MANTDIC.
014000*----------------------------------------------------------------
014100 01  WS-TABLA-DICCIONARIO.
014200     05  WS-NUM-DIC          PIC 9(05) COMP VALUE ZERO.
014300     05  WS-DIC-PALABRA OCCURS 5000 TIMES PIC X(100).
014400 01  WS-IDX-DIC              PIC 9(05) COMP VALUE ZERO.
014500*----------------------------------------------------------------
014600* SOLICITUD EN CURSO Y RECUENTOS POR CARACTER DEL ALFABETO DE LA
014700* SOLICITUD (A-Z, 0-9 Y LAS LETRAS PROPIAS DEL PERFIL).
014800*----------------------------------------------------------------
014900 01  WS-CLIENTE              PIC X(08) VALUE SPACES.
015000 01  WS-LETRAS               PIC X(40) VALUE SPACES.
015100 01  WS-NOTA-CLIENTE         PIC X(30) VALUE SPACES.
015200 01  WS-CAMPO                PIC X(100).
015300 01  WS-LARGO-CAMPO          PIC 9(03) COMP VALUE ZERO.
015400 01  WS-IDX                  PIC 9(03) COMP VALUE ZERO.
015500 01  WS-CARACTER             PIC X(01).
015600 01  WS-ALFABETO             PIC X(56).
015700 01  WS-NUM-ALFA             PIC 9(02) COMP VALUE ZERO.
015800 01  WS-IDX-ALFA             PIC 9(02) COMP VALUE ZERO.
015900 01  WS-TABLA-RECUENTOS.
016000     05  WS-DISPONIBLE       OCCURS 56 TIMES PIC 9(03) COMP.
016100     05  WS-USADO            OCCURS 56 TIMES PIC 9(03) COMP.
016200 01  WS-TOTAL-LETRAS         PIC 9(03) COMP VALUE ZERO.
016300 01  WS-LARGO-PALABRA        PIC 9(03) COMP VALUE ZERO.
016400*----------------------------------------------------------------
016500* PALABRAS HALLADAS PARA LA SOLICITUD EN CURSO.
016600*----------------------------------------------------------------
016700 01  WS-TABLA-HALLADAS.
016800     05  WS-NUM-HALLADAS     PIC 9(03) COMP VALUE ZERO.
016900     05  WS-HAL-ENTRY OCCURS 500 TIMES.
017000         10  WS-HAL-PALABRA  PIC X(100).
017100         10  WS-HAL-LARGO    PIC 9(03) COMP.
017200 01  WS-IDX-HAL              PIC 9(03) COMP VALUE ZERO.
017300 01  WS-SIN-SITIO            PIC 9(05) COMP VALUE ZERO.
017400 01  WS-LARGO-GRUPO          PIC S9(03) COMP VALUE ZERO.
017500 01  WS-CUENTA-GRUPO         PIC 9(03) COMP VALUE ZERO.
017600 01  WS-EDIT-LARGO           PIC Z9.
017700 01  WS-EDIT-CUENTA          PIC ZZZ9.
017800 01  WS-PUNTERO              PIC 9(03) COMP VALUE ZERO.
017900*----------------------------------------------------------------
018000* MODO PANTALLA: DOCE LINEAS DE RESUMEN POR LARGO (CUENTA Y LAS
018100* PRIMERAS PALABRAS); EL DETALLE COMPLETO VA A LETRARPT.
018200*----------------------------------------------------------------
018300 01  WS-ACCION               PIC X(01) VALUE SPACE.
018400 01  WS-MENSAJE              PIC X(60) VALUE SPACES.
018500 01  WS-VISTA-PERFIL         PIC X(08) VALUE SPACES.
018600 01  WS-EDIT-HALLADAS        PIC ZZ9.
018700 01  WS-VISTA-LARGOS.
018800     05  WS-VL-01            PIC X(70).
018900     05  WS-VL-02            PIC X(70).
019000     05  WS-VL-03            PIC X(70).
019100     05  WS-VL-04            PIC X(70).
019200     05  WS-VL-05            PIC X(70).
019300     05  WS-VL-06            PIC X(70).
019400     05  WS-VL-07            PIC X(70).
019500     05  WS-VL-08            PIC X(70).
019600     05  WS-VL-09            PIC X(70).
019700     05  WS-VL-10            PIC X(70).
019800     05  WS-VL-11            PIC X(70).
019900     05  WS-VL-12            PIC X(70).
020000 01  WS-TABLA-VL REDEFINES WS-VISTA-LARGOS.
020100     05  WS-VL               OCCURS 12 TIMES PIC X(70).
020200 01  WS-NUM-VL               PIC 9(02) COMP VALUE ZERO.
020300 01  WS-CONTADORES.
020400     05  WS-TOTAL-SOLICITUDES PIC 9(05) COMP VALUE ZERO.
020500     05  WS-TOTAL-HALLADAS   PIC 9(07) COMP VALUE ZERO.
020600     05  WS-TOTAL-EXACTAS    PIC 9(07) COMP VALUE ZERO.
020700 SCREEN          SECTION.
020800 01  PANTALLA-SOLICITUD.
020900     05  BLANK SCREEN.
021000     05  LINE 2 COLUMN 5
021100         VALUE "PALABRAS DEL DICCIONARIO CON UN JUEGO DE LETRAS".
021200     05  LINE 4 COLUMN 5 VALUE "CLIENTE:".
021300     05  LINE 4 COLUMN 16 PIC X(08) USING WS-CLIENTE.
021400     05  LINE 6 COLUMN 5 VALUE "LETRAS (BLANCO=FIN):".
021500     05  LINE 7 COLUMN 5 PIC X(40) USING WS-LETRAS.
021600 01  PANTALLA-RESULTADO.
021700     05  BLANK SCREEN.
021800     05  LINE 2 COLUMN 5
021900         VALUE "PALABRAS DEL DICCIONARIO CON UN JUEGO DE LETRAS".
022000     05  LINE 3 COLUMN 5 VALUE "LETRAS:".
022100     05  LINE 3 COLUMN 16 PIC X(40) FROM WS-LETRAS.
022200     05  LINE 4 COLUMN 5 VALUE "PERFIL:".
022300     05  LINE 4 COLUMN 16 PIC X(08) FROM WS-VISTA-PERFIL.
022400     05  LINE 4 COLUMN 26 PIC X(30) FROM WS-NOTA-CLIENTE.
022500     05  LINE 5 COLUMN 5 VALUE "PALABRAS HALLADAS:".
022600     05  LINE 5 COLUMN 24 PIC X(03) FROM WS-EDIT-HALLADAS.
022700     05  LINE 7 COLUMN 5 PIC X(70) FROM WS-VL-01.
022800     05  LINE 8 COLUMN 5 PIC X(70) FROM WS-VL-02.
022900     05  LINE 9 COLUMN 5 PIC X(70) FROM WS-VL-03.
023000     05  LINE 10 COLUMN 5 PIC X(70) FROM WS-VL-04.
023100     05  LINE 11 COLUMN 5 PIC X(70) FROM WS-VL-05.
023200     05  LINE 12 COLUMN 5 PIC X(70) FROM WS-VL-06.
023300     05  LINE 13 COLUMN 5 PIC X(70) FROM WS-VL-07.
023400     05  LINE 14 COLUMN 5 PIC X(70) FROM WS-VL-08.
023500     05  LINE 15 COLUMN 5 PIC X(70) FROM WS-VL-09.
023600     05  LINE 16 COLUMN 5 PIC X(70) FROM WS-VL-10.
023700     05  LINE 17 COLUMN 5 PIC X(70) FROM WS-VL-11.
023800     05  LINE 18 COLUMN 5 PIC X(70) FROM WS-VL-12.
023900     05  LINE 20 COLUMN 5
024000         VALUE "ACCION (C=OTRA CONSULTA F=FIN):".
024100     05  LINE 20 COLUMN 38 PIC X(01) USING WS-ACCION.
024200     05  LINE 22 COLUMN 5 PIC X(60) FROM WS-MENSAJE.
024300 PROCEDURE       DIVISION.
024400*================================================================
024500 0000-MAINLINE.
024600*================================================================
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024800     IF MODO-PANTALLA
024900         PERFORM 2500-ATENDER-PANTALLA THRU 2500-EXIT
025000             UNTIL FIN-PANTALLA
025100     ELSE
025200         PERFORM 2000-ATENDER-LOTE THRU 2000-EXIT
025300     END-IF
025400     PERFORM 9000-TERMINATE THRU 9000-EXIT
025500     GOBACK.
025600*================================================================
025700 1000-INITIALIZE.
025800*================================================================
025900     OPEN OUTPUT LETRAS-RPT
026000     MOVE SPACES TO RPT-RESUMEN-REGISTRO
026100     MOVE "PALABRAS DEL DICCIONARIO POR JUEGO DE LETRAS"
026200         TO RPT-LINEA
026300     WRITE RPT-LINEA
026400     PERFORM 1050-CARGAR-PARAMETROS THRU 1050-EXIT
026500     PERFORM 1100-CARGAR-PERFILES THRU 1100-EXIT
026600     PERFORM 1200-CARGAR-CLIENTES THRU 1200-EXIT
026700     PERFORM 1300-CARGAR-DICCIONARIO THRU 1300-EXIT.
026800 1000-EXIT.
026900     EXIT.
027000*================================================================
027100 1050-CARGAR-PARAMETROS.
027200*================================================================
027300*    TARJETA OPCIONAL: MODO PANTALLA PARA LA CONSULTA EN LINEA;
027400*    SIN TARJETA SE ATIENDE EL FICHERO DE SOLICITUDES.
027500     OPEN INPUT LETRAS-PARM
027600     IF WS-PARM-NO-EXISTE
027700         GO TO 1050-EXIT
027800     END-IF
027900     PERFORM 1060-LEER-PARAMETRO THRU 1060-EXIT
028000     PERFORM 1070-ANOTAR-PARAMETRO THRU 1070-EXIT
028100         UNTIL WS-PARM-FIN-FICHERO
028200     CLOSE LETRAS-PARM.
028300 1050-EXIT.
028400     EXIT.
028500*================================================================
028600 1060-LEER-PARAMETRO.
028700*================================================================
028800     READ LETRAS-PARM
028900         AT END
029000             MOVE "10" TO WS-PARM-STATUS
029100     END-READ.
029200 1060-EXIT.
029300     EXIT.
029400*================================================================
029500 1070-ANOTAR-PARAMETRO.
029600*================================================================
029700     IF PARM-TIPO = "MODO" AND PARM-VALOR = "PANTALLA"
029800         SET MODO-PANTALLA TO TRUE
029900     END-IF
030000     PERFORM 1060-LEER-PARAMETRO THRU 1060-EXIT.
030100 1070-EXIT.
030200     EXIT.
030300*================================================================
030400 1100-CARGAR-PERFILES.
030500*================================================================
030600     OPEN INPUT NORMA-MAST
030700     IF WS-NRM-NO-EXISTE
030800         GO TO 1100-EXIT
030900     END-IF
031000     PERFORM 1110-LEER-NORMA THRU 1110-EXIT
031100     PERFORM 1120-CARGAR-NORMA THRU 1120-EXIT
031200         UNTIL WS-NRM-FIN-FICHERO
031300     CLOSE NORMA-MAST.
031400 1100-EXIT.
031500     EXIT.
031600*================================================================
031700 1110-LEER-NORMA.
031800*================================================================
031900     READ NORMA-MAST
032000         AT END
032100             MOVE "10" TO WS-NRM-STATUS
032200     END-READ.
032300 1110-EXIT.
032400     EXIT.
032500*================================================================
032600 1120-CARGAR-NORMA.
032700*================================================================
032800     PERFORM 1130-COMPARAR-PERFIL THRU 1130-EXIT
032900         VARYING WS-IDX-PERF FROM 1 BY 1
033000         UNTIL WS-IDX-PERF > WS-NUM-PERFILES
033100            OR WS-PERF-NOMBRE(WS-IDX-PERF) = NRM-PERFIL
033200     IF WS-IDX-PERF > WS-NUM-PERFILES
033300         IF WS-NUM-PERFILES < 10
033400             ADD 1 TO WS-NUM-PERFILES
033500             MOVE NRM-PERFIL TO WS-PERF-NOMBRE(WS-IDX-PERF)
033600             MOVE 0 TO WS-PERF-NUM-MAPAS(WS-IDX-PERF)
033700             MOVE 0 TO WS-PERF-NUM-LETRAS(WS-IDX-PERF)
033800             MOVE SPACES TO WS-PERF-LETRAS(WS-IDX-PERF)
033900         ELSE
034000             GO TO 1120-LEER
034100         END-IF
034200     END-IF
034300     EVALUATE NRM-TIPO
034400         WHEN "MAPA"
034500             IF WS-PERF-NUM-MAPAS(WS-IDX-PERF) < 30
034600                 ADD 1 TO WS-PERF-NUM-MAPAS(WS-IDX-PERF)
034700                 MOVE NRM-CAR-DE TO WS-PERF-DE(WS-IDX-PERF,
034800                     WS-PERF-NUM-MAPAS(WS-IDX-PERF))
034900                 MOVE NRM-CAR-A TO WS-PERF-A(WS-IDX-PERF,
035000                     WS-PERF-NUM-MAPAS(WS-IDX-PERF))
035100             END-IF
035200         WHEN "LETRA"
035300             IF WS-PERF-NUM-LETRAS(WS-IDX-PERF) < 20
035400                 ADD 1 TO WS-PERF-NUM-LETRAS(WS-IDX-PERF)
035500                 MOVE NRM-CAR-DE TO
035600                     WS-PERF-LETRAS(WS-IDX-PERF)
035700                     (WS-PERF-NUM-LETRAS(WS-IDX-PERF):1)
035800             END-IF
035900     END-EVALUATE.
036000 1120-LEER.
036100     PERFORM 1110-LEER-NORMA THRU 1110-EXIT.
036200 1120-EXIT.
036300     EXIT.
036400*================================================================
036500 1130-COMPARAR-PERFIL.
036600*================================================================
036700*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
036800     CONTINUE.
036900 1130-EXIT.
037000     EXIT.
037100*================================================================
037200 1200-CARGAR-CLIENTES.
037300*================================================================
037400     OPEN INPUT CLIENTE-MAST
037500     IF WS-CLM-NO-EXISTE
037600         GO TO 1200-EXIT
037700     END-IF
037800     PERFORM 1210-LEER-CLIENTE THRU 1210-EXIT
037900     PERFORM 1220-CARGAR-CLIENTE THRU 1220-EXIT
038000         UNTIL WS-CLM-FIN-FICHERO
038100     CLOSE CLIENTE-MAST.
038200 1200-EXIT.
038300     EXIT.
038400*================================================================
038500 1210-LEER-CLIENTE.
038600*================================================================
038700     READ CLIENTE-MAST
038800         AT END
038900             MOVE "10" TO WS-CLM-STATUS
039000     END-READ.
039100 1210-EXIT.
039200     EXIT.
039300*================================================================
039400 1220-CARGAR-CLIENTE.
039500*================================================================
039600     IF CLM-CODIGO NOT = SPACES AND WS-NUM-CLIENTES < 200
039700         ADD 1 TO WS-NUM-CLIENTES
039800         MOVE CLM-CODIGO TO WS-CLI-CODIGO(WS-NUM-CLIENTES)
039900         MOVE CLM-IDIOMA TO WS-CLI-IDIOMA(WS-NUM-CLIENTES)
040000     END-IF
040100     PERFORM 1210-LEER-CLIENTE THRU 1210-EXIT.
040200 1220-EXIT.
040300     EXIT.
040400*================================================================
040500 1300-CARGAR-DICCIONARIO.
040600*================================================================
040700     OPEN INPUT DICCIONARIO
040800     IF WS-DIC-NO-EXISTE
040900         MOVE "SIN DICCIONARIO DICCION" TO RPT-LINEA
041000         WRITE RPT-LINEA
041100         MOVE 8 TO RETURN-CODE
041200         GO TO 1300-EXIT
041300     END-IF
041400     PERFORM 1310-LEER-DICCIONARIO THRU 1310-EXIT
041500     PERFORM 1320-CARGAR-PALABRA THRU 1320-EXIT
041600         UNTIL WS-DIC-FIN-FICHERO
041700     CLOSE DICCIONARIO.
041800 1300-EXIT.
041900     EXIT.
042000*================================================================
042100 1310-LEER-DICCIONARIO.
042200*================================================================
042300     READ DICCIONARIO
042400         AT END
042500             MOVE "10" TO WS-DIC-STATUS
042600     END-READ.
042700 1310-EXIT.
042800     EXIT.
042900*================================================================
043000 1320-CARGAR-PALABRA.
043100*================================================================
043200     IF DIC-REGISTRO NOT = SPACES AND WS-NUM-DIC < 5000
043300         ADD 1 TO WS-NUM-DIC
043400         MOVE DIC-REGISTRO TO WS-DIC-PALABRA(WS-NUM-DIC)
043500     END-IF
043600     PERFORM 1310-LEER-DICCIONARIO THRU 1310-EXIT.
043700 1320-EXIT.
043800     EXIT.
043900*================================================================
044000 2000-ATENDER-LOTE.
044100*================================================================
044200     OPEN INPUT LETRAS-SOL
044300     IF WS-SOL-NO-EXISTE
044400         MOVE "SIN FICHERO DE SOLICITUDES LETRASOL" TO RPT-LINEA
044500         WRITE RPT-LINEA
044600         GO TO 2000-EXIT
044700     END-IF
044800     PERFORM 2100-LEER-SOLICITUD THRU 2100-EXIT
044900     PERFORM 2200-TRATAR-SOLICITUD THRU 2200-EXIT
045000         UNTIL WS-SOL-FIN-FICHERO
045100     CLOSE LETRAS-SOL.
045200 2000-EXIT.
045300     EXIT.
045400*================================================================
045500 2100-LEER-SOLICITUD.
045600*================================================================
045700     READ LETRAS-SOL
045800         AT END
045900             MOVE "10" TO WS-SOL-STATUS
046000     END-READ.
046100 2100-EXIT.
046200     EXIT.
046300*================================================================
046400 2200-TRATAR-SOLICITUD.
046500*================================================================
046600     IF SOL-LETRAS NOT = SPACES
046700         MOVE SOL-CLIENTE TO WS-CLIENTE
046800         MOVE SOL-LETRAS TO WS-LETRAS
046900         PERFORM 3000-RESOLVER-SOLICITUD THRU 3000-EXIT
047000         PERFORM 4000-ESCRIBIR-RESULTADO THRU 4000-EXIT
047100     END-IF
047200     PERFORM 2100-LEER-SOLICITUD THRU 2100-EXIT.
047300 2200-EXIT.
047400     EXIT.
047500*================================================================
047600 2500-ATENDER-PANTALLA.
047700*================================================================
047800     MOVE SPACES TO WS-LETRAS
047900     ACCEPT PANTALLA-SOLICITUD
048000     IF WS-LETRAS = SPACES
048100         SET FIN-PANTALLA TO TRUE
048200         GO TO 2500-EXIT
048300     END-IF
048400     PERFORM 3000-RESOLVER-SOLICITUD THRU 3000-EXIT
048500     PERFORM 4000-ESCRIBIR-RESULTADO THRU 4000-EXIT
048600     PERFORM 4500-MONTAR-PANTALLA THRU 4500-EXIT
048700     MOVE SPACE TO WS-ACCION
048800     PERFORM 2600-DIALOGAR THRU 2600-EXIT
048900         UNTIL WS-ACCION = "C" OR WS-ACCION = "F".
049000 2500-EXIT.
049100     EXIT.
049200*================================================================
049300 2600-DIALOGAR.
049400*================================================================
049500     ACCEPT PANTALLA-RESULTADO
049600     EVALUATE WS-ACCION
049700         WHEN "C"
049800             CONTINUE
049900         WHEN "F"
050000             SET FIN-PANTALLA TO TRUE
050100         WHEN OTHER
050200             MOVE "ACCION NO RECONOCIDA" TO WS-MENSAJE
050300             MOVE SPACE TO WS-ACCION
050400     END-EVALUATE.
050500 2600-EXIT.
050600     EXIT.
050700*================================================================
050800 3000-RESOLVER-SOLICITUD.
050900*================================================================
051000*    PERFIL DEL CLIENTE, RECUENTO DEL JUEGO DE LETRAS Y PASADA
051100*    POR TODO EL DICCIONARIO.
051200     ADD 1 TO WS-TOTAL-SOLICITUDES
051300     PERFORM 3100-ELEGIR-PERFIL THRU 3100-EXIT
051400     PERFORM 3200-MONTAR-ALFABETO THRU 3200-EXIT
051500     MOVE WS-LETRAS TO WS-CAMPO
051600     PERFORM 3300-NORMALIZAR-CAMPO THRU 3300-EXIT
051700     MOVE 0 TO WS-TOTAL-LETRAS
051800     PERFORM 3210-LIMPIAR-DISPONIBLE THRU 3210-EXIT
051900         VARYING WS-IDX-ALFA FROM 1 BY 1
052000         UNTIL WS-IDX-ALFA > 56
052100     PERFORM 3400-CONTAR-LETRA THRU 3400-EXIT
052200         VARYING WS-IDX FROM 1 BY 1
052300         UNTIL WS-IDX > WS-LARGO-CAMPO
052400     MOVE 0 TO WS-NUM-HALLADAS
052500     MOVE 0 TO WS-SIN-SITIO
052600     PERFORM 3500-PROBAR-PALABRA THRU 3500-EXIT
052700         VARYING WS-IDX-DIC FROM 1 BY 1
052800         UNTIL WS-IDX-DIC > WS-NUM-DIC.
052900 3000-EXIT.
053000     EXIT.
053100*================================================================
053200 3100-ELEGIR-PERFIL.
053300*================================================================
053400*    EL IDIOMA DEL CLIENTE ELIGE SU PERFIL; SIN CLIENTE CONOCIDO
053500*    O SIN PERFIL CARGADO SE PLIEGA CON LA TABLA DE SIEMPRE.
053600     MOVE 0 TO WS-PERFIL-ACTIVO
053700     MOVE "COMUN" TO WS-VISTA-PERFIL
053800     MOVE SPACES TO WS-NOTA-CLIENTE
053900     PERFORM 3110-COMPARAR-CLIENTE THRU 3110-EXIT
054000         VARYING WS-IDX-CLI FROM 1 BY 1
054100         UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
054200            OR WS-CLI-CODIGO(WS-IDX-CLI) = WS-CLIENTE
054300     IF WS-IDX-CLI > WS-NUM-CLIENTES
054400         MOVE "CLIENTE DESCONOCIDO" TO WS-NOTA-CLIENTE
054500         GO TO 3100-EXIT
054600     END-IF
054700     IF WS-CLI-IDIOMA(WS-IDX-CLI) = SPACES
054800         GO TO 3100-EXIT
054900     END-IF
055000     PERFORM 1130-COMPARAR-PERFIL THRU 1130-EXIT
055100         VARYING WS-IDX-PERF FROM 1 BY 1
055200         UNTIL WS-IDX-PERF > WS-NUM-PERFILES
055300            OR WS-PERF-NOMBRE(WS-IDX-PERF)
055400               = WS-CLI-IDIOMA(WS-IDX-CLI)
055500     IF WS-IDX-PERF > WS-NUM-PERFILES
055600         MOVE "IDIOMA SIN PERFIL EN NORMAST" TO WS-NOTA-CLIENTE
055700     ELSE
055800         MOVE WS-IDX-PERF TO WS-PERFIL-ACTIVO
055900         MOVE WS-PERF-NOMBRE(WS-IDX-PERF) TO WS-VISTA-PERFIL
056000     END-IF.
056100 3100-EXIT.
056200     EXIT.
056300*================================================================
056400 3110-COMPARAR-CLIENTE.
056500*================================================================
056600*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
056700     CONTINUE.
056800 3110-EXIT.
056900     EXIT.
057000*================================================================
057100 3200-MONTAR-ALFABETO.
057200*================================================================
057300     MOVE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789" TO WS-ALFABETO
057400     MOVE 36 TO WS-NUM-ALFA
057500     IF WS-PERFIL-ACTIVO > 0
057600         MOVE WS-PERF-LETRAS(WS-PERFIL-ACTIVO)
057700             TO WS-ALFABETO(37:20)
057800         ADD WS-PERF-NUM-LETRAS(WS-PERFIL-ACTIVO) TO WS-NUM-ALFA
057900     END-IF.
058000 3200-EXIT.
058100     EXIT.
058200*================================================================
058300 3210-LIMPIAR-DISPONIBLE.
058400*================================================================
058500     MOVE 0 TO WS-DISPONIBLE(WS-IDX-ALFA).
058600 3210-EXIT.
058700     EXIT.
058800*================================================================
058900 3220-LIMPIAR-USADO.
059000*================================================================
059100     MOVE 0 TO WS-USADO(WS-IDX-ALFA).
059200 3220-EXIT.
059300     EXIT.
059400*================================================================
059500 3300-NORMALIZAR-CAMPO.
059600*================================================================
059700*    CON PERFIL ACTIVO SE APLICA SU MAPA CARACTER A CARACTER;
059800*    SIN PERFIL, LA TABLA DE ACENTOS DE SIEMPRE. DESPUES,
059900*    MAYUSCULAS.
060000     COMPUTE WS-LARGO-CAMPO =
060100         FUNCTION STORED-CHAR-LENGTH(WS-CAMPO)
060200     IF WS-PERFIL-ACTIVO = 0
060300         INSPECT WS-CAMPO CONVERTING
060400             X"E1E9EDF3FAC1C9CDD3DA" TO "AEIOUAEIOU"
060500         INSPECT WS-CAMPO CONVERTING
060600             X"F1D1FCDCE7C7E4C4F6D6DF" TO "NNUUCCAAOOS"
060700     ELSE
060800         PERFORM 3310-MAPEAR-CARACTER THRU 3310-EXIT
060900             VARYING WS-IDX FROM 1 BY 1
061000             UNTIL WS-IDX > WS-LARGO-CAMPO
061100     END-IF
061200     MOVE FUNCTION UPPER-CASE(WS-CAMPO) TO WS-CAMPO.
061300 3300-EXIT.
061400     EXIT.
061500*================================================================
061600 3310-MAPEAR-CARACTER.
061700*================================================================
061800     MOVE WS-CAMPO(WS-IDX:1) TO WS-CARACTER
061900     PERFORM 3320-COMPARAR-MAPA THRU 3320-EXIT
062000         VARYING WS-IDX-MAPA FROM 1 BY 1
062100         UNTIL WS-IDX-MAPA > WS-PERF-NUM-MAPAS(WS-PERFIL-ACTIVO)
062200            OR WS-PERF-DE(WS-PERFIL-ACTIVO, WS-IDX-MAPA)
062300               = WS-CARACTER
062400     IF WS-IDX-MAPA NOT > WS-PERF-NUM-MAPAS(WS-PERFIL-ACTIVO)
062500         MOVE WS-PERF-A(WS-PERFIL-ACTIVO, WS-IDX-MAPA)
062600             TO WS-CAMPO(WS-IDX:1)
062700     END-IF.
062800 3310-EXIT.
062900     EXIT.
063000*================================================================
063100 3320-COMPARAR-MAPA.
063200*================================================================
063300*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
063400     CONTINUE.
063500 3320-EXIT.
063600     EXIT.
063700*================================================================
063800 3400-CONTAR-LETRA.
063900*================================================================
064000*    EN EL JUEGO DE LETRAS LO QUE NO ES DEL ALFABETO (BLANCOS,
064100*    COMAS) SIMPLEMENTE NO APORTA.
064200     MOVE WS-CAMPO(WS-IDX:1) TO WS-CARACTER
064300     PERFORM 3410-BUSCAR-ALFA THRU 3410-EXIT
064400     IF WS-IDX-ALFA NOT > WS-NUM-ALFA
064500         ADD 1 TO WS-DISPONIBLE(WS-IDX-ALFA)
064600         ADD 1 TO WS-TOTAL-LETRAS
064700     END-IF.
064800 3400-EXIT.
064900     EXIT.
065000*================================================================
065100 3410-BUSCAR-ALFA.
065200*================================================================
065300     PERFORM 3420-COMPARAR-ALFA THRU 3420-EXIT
065400         VARYING WS-IDX-ALFA FROM 1 BY 1
065500         UNTIL WS-IDX-ALFA > WS-NUM-ALFA
065600            OR WS-ALFABETO(WS-IDX-ALFA:1) = WS-CARACTER.
065700 3410-EXIT.
065800     EXIT.
065900*================================================================
066000 3420-COMPARAR-ALFA.
066100*================================================================
066200*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
066300     CONTINUE.
066400 3420-EXIT.
066500     EXIT.
066600*================================================================
066700 3500-PROBAR-PALABRA.
066800*================================================================
066900     MOVE WS-DIC-PALABRA(WS-IDX-DIC) TO WS-CAMPO
067000     PERFORM 3300-NORMALIZAR-CAMPO THRU 3300-EXIT
067100     IF WS-LARGO-CAMPO > 100 OR WS-LARGO-CAMPO = 0
067200         GO TO 3500-EXIT
067300     END-IF
067400     PERFORM 3220-LIMPIAR-USADO THRU 3220-EXIT
067500         VARYING WS-IDX-ALFA FROM 1 BY 1
067600         UNTIL WS-IDX-ALFA > 56
067700     MOVE 0 TO WS-LARGO-PALABRA
067800     SET PALABRA-CABE TO TRUE
067900     PERFORM 3510-GASTAR-LETRA THRU 3510-EXIT
068000         VARYING WS-IDX FROM 1 BY 1
068100         UNTIL WS-IDX > WS-LARGO-CAMPO
068200            OR NOT PALABRA-CABE
068300     IF NOT PALABRA-CABE OR WS-LARGO-PALABRA = 0
068400         GO TO 3500-EXIT
068500     END-IF
068600     IF WS-NUM-HALLADAS < 500
068700         ADD 1 TO WS-NUM-HALLADAS
068800         MOVE WS-DIC-PALABRA(WS-IDX-DIC)
068900             TO WS-HAL-PALABRA(WS-NUM-HALLADAS)
069000         MOVE WS-LARGO-PALABRA TO WS-HAL-LARGO(WS-NUM-HALLADAS)
069100     ELSE
069200         ADD 1 TO WS-SIN-SITIO
069300     END-IF.
069400 3500-EXIT.
069500     EXIT.
069600*================================================================
069700 3510-GASTAR-LETRA.
069800*================================================================
069900     MOVE WS-CAMPO(WS-IDX:1) TO WS-CARACTER
070000     IF WS-CARACTER = SPACE
070100         GO TO 3510-EXIT
070200     END-IF
070300     PERFORM 3410-BUSCAR-ALFA THRU 3410-EXIT
070400     IF WS-IDX-ALFA > WS-NUM-ALFA
070500         MOVE "N" TO WS-CABE
070600         GO TO 3510-EXIT
070700     END-IF
070800     ADD 1 TO WS-USADO(WS-IDX-ALFA)
070900     ADD 1 TO WS-LARGO-PALABRA
071000     IF WS-USADO(WS-IDX-ALFA) > WS-DISPONIBLE(WS-IDX-ALFA)
071100         MOVE "N" TO WS-CABE
071200     END-IF.
071300 3510-EXIT.
071400     EXIT.
071500*================================================================
071600 4000-ESCRIBIR-RESULTADO.
071700*================================================================
071800*    CABECERA DE LA SOLICITUD Y UN BLOQUE POR LARGO, DEL LARGO
071900*    DEL JUEGO (ANAGRAMAS EXACTOS) HACIA ABAJO.
072000     ADD WS-NUM-HALLADAS TO WS-TOTAL-HALLADAS
072100     MOVE SPACES TO RPT-LINEA
072200     WRITE RPT-LINEA
072300     STRING "SOLICITUD: CLIENTE " WS-CLIENTE
072400         " LETRAS " WS-LETRAS
072500         " PERFIL " WS-VISTA-PERFIL
072600         " " WS-NOTA-CLIENTE
072700         DELIMITED BY SIZE
072800         INTO RPT-LINEA
072900     END-STRING
073000     WRITE RPT-LINEA
073100     IF WS-NUM-HALLADAS = 0
073200         MOVE "   NINGUNA PALABRA DEL DICCIONARIO CABE"
073300             TO RPT-LINEA
073400         WRITE RPT-LINEA
073500     END-IF
073600     PERFORM 4100-ESCRIBIR-LARGO THRU 4100-EXIT
073700         VARYING WS-LARGO-GRUPO FROM WS-TOTAL-LETRAS BY -1
073800         UNTIL WS-LARGO-GRUPO < 1
073900     IF WS-SIN-SITIO > 0
074000         MOVE WS-SIN-SITIO TO WS-EDIT-CUENTA
074100         MOVE SPACES TO RPT-LINEA
074200         STRING "   AVISO: " WS-EDIT-CUENTA
074300             " PALABRAS MAS NO CABEN EN LA LISTA"
074400             DELIMITED BY SIZE
074500             INTO RPT-LINEA
074600         END-STRING
074700         WRITE RPT-LINEA
074800         MOVE 4 TO RETURN-CODE
074900     END-IF.
075000 4000-EXIT.
075100     EXIT.
075200*================================================================
075300 4100-ESCRIBIR-LARGO.
075400*================================================================
075500     MOVE 0 TO WS-CUENTA-GRUPO
075600     PERFORM 4110-CONTAR-LARGO THRU 4110-EXIT
075700         VARYING WS-IDX-HAL FROM 1 BY 1
075800         UNTIL WS-IDX-HAL > WS-NUM-HALLADAS
075900     IF WS-CUENTA-GRUPO = 0
076000         GO TO 4100-EXIT
076100     END-IF
076200     MOVE WS-LARGO-GRUPO TO WS-EDIT-LARGO
076300     MOVE WS-CUENTA-GRUPO TO WS-EDIT-CUENTA
076400     MOVE SPACES TO RPT-LINEA
076500     IF WS-LARGO-GRUPO = WS-TOTAL-LETRAS
076600         ADD WS-CUENTA-GRUPO TO WS-TOTAL-EXACTAS
076700         STRING "   LARGO " WS-EDIT-LARGO " (" WS-EDIT-CUENTA
076800             " PALABRAS) - ANAGRAMAS EXACTOS"
076900             DELIMITED BY SIZE
077000             INTO RPT-LINEA
077100         END-STRING
077200     ELSE
077300         STRING "   LARGO " WS-EDIT-LARGO " (" WS-EDIT-CUENTA
077400             " PALABRAS)"
077500             DELIMITED BY SIZE
077600             INTO RPT-LINEA
077700         END-STRING
077800     END-IF
077900     WRITE RPT-LINEA
078000     PERFORM 4120-ESCRIBIR-PALABRA THRU 4120-EXIT
078100         VARYING WS-IDX-HAL FROM 1 BY 1
078200         UNTIL WS-IDX-HAL > WS-NUM-HALLADAS.
078300 4100-EXIT.
078400     EXIT.
078500*================================================================
078600 4110-CONTAR-LARGO.
078700*================================================================
078800     IF WS-HAL-LARGO(WS-IDX-HAL) = WS-LARGO-GRUPO
078900         ADD 1 TO WS-CUENTA-GRUPO
079000     END-IF.
079100 4110-EXIT.
079200     EXIT.
079300*================================================================
079400 4120-ESCRIBIR-PALABRA.
079500*================================================================
079600     IF WS-HAL-LARGO(WS-IDX-HAL) = WS-LARGO-GRUPO
079700         MOVE SPACES TO RPT-LINEA
079800         STRING "      " WS-HAL-PALABRA(WS-IDX-HAL)
079900             DELIMITED BY SIZE
080000             INTO RPT-LINEA
080100         END-STRING
080200         WRITE RPT-LINEA
080300     END-IF.
080400 4120-EXIT.
080500     EXIT.
080600*================================================================
080700 4500-MONTAR-PANTALLA.
080800*================================================================
080900*    UNA LINEA POR LARGO CON SU CUENTA Y LAS PALABRAS QUE QUEPAN;
081000*    EL RESTO SE LEE EN LETRARPT.
081100     MOVE SPACES TO WS-VISTA-LARGOS
081200     MOVE SPACES TO WS-MENSAJE
081300     MOVE 0 TO WS-NUM-VL
081400     MOVE WS-NUM-HALLADAS TO WS-EDIT-HALLADAS
081500     PERFORM 4510-MONTAR-LARGO THRU 4510-EXIT
081600         VARYING WS-LARGO-GRUPO FROM WS-TOTAL-LETRAS BY -1
081700         UNTIL WS-LARGO-GRUPO < 1
081800     IF WS-NUM-HALLADAS > 0
081900         MOVE "LISTA COMPLETA EN LETRARPT" TO WS-MENSAJE
082000     END-IF.
082100 4500-EXIT.
082200     EXIT.
082300*================================================================
082400 4510-MONTAR-LARGO.
082500*================================================================
082600     MOVE 0 TO WS-CUENTA-GRUPO
082700     PERFORM 4110-CONTAR-LARGO THRU 4110-EXIT
082800         VARYING WS-IDX-HAL FROM 1 BY 1
082900         UNTIL WS-IDX-HAL > WS-NUM-HALLADAS
083000     IF WS-CUENTA-GRUPO = 0 OR WS-NUM-VL = 12
083100         GO TO 4510-EXIT
083200     END-IF
083300     ADD 1 TO WS-NUM-VL
083400     MOVE WS-LARGO-GRUPO TO WS-EDIT-LARGO
083500     MOVE WS-CUENTA-GRUPO TO WS-EDIT-CUENTA
083600     MOVE 1 TO WS-PUNTERO
083700     STRING "LARGO " WS-EDIT-LARGO ":" WS-EDIT-CUENTA "  "
083800         DELIMITED BY SIZE
083900         INTO WS-VL(WS-NUM-VL)
084000         WITH POINTER WS-PUNTERO
084100     END-STRING
084200     PERFORM 4520-ANADIR-PALABRA THRU 4520-EXIT
084300         VARYING WS-IDX-HAL FROM 1 BY 1
084400         UNTIL WS-IDX-HAL > WS-NUM-HALLADAS
084500            OR WS-PUNTERO > 70.
084600 4510-EXIT.
084700     EXIT.
084800*================================================================
084900 4520-ANADIR-PALABRA.
085000*================================================================
085100     IF WS-HAL-LARGO(WS-IDX-HAL) = WS-LARGO-GRUPO
085200         STRING WS-HAL-PALABRA(WS-IDX-HAL) DELIMITED BY SPACE
085300             " " DELIMITED BY SIZE
085400             INTO WS-VL(WS-NUM-VL)
085500             WITH POINTER WS-PUNTERO
085600         END-STRING
085700     END-IF.
085800 4520-EXIT.
085900     EXIT.
086000*================================================================
086100 9000-TERMINATE.
086200*================================================================
086300     MOVE SPACES TO RPT-LINEA
086400     WRITE RPT-LINEA
086500     MOVE "SOLICITUDES ATENDIDAS"   TO RPT-RESUMEN-ETIQUETA
086600     MOVE WS-TOTAL-SOLICITUDES      TO RPT-RESUMEN-VALOR
086700     WRITE RPT-RESUMEN-REGISTRO
086800     MOVE "PALABRAS HALLADAS"       TO RPT-RESUMEN-ETIQUETA
086900     MOVE WS-TOTAL-HALLADAS         TO RPT-RESUMEN-VALOR
087000     WRITE RPT-RESUMEN-REGISTRO
087100     MOVE "ANAGRAMAS EXACTOS"       TO RPT-RESUMEN-ETIQUETA
087200     MOVE WS-TOTAL-EXACTAS          TO RPT-RESUMEN-VALOR
087300     WRITE RPT-RESUMEN-REGISTRO
087400     MOVE "PALABRAS EN DICCIONARIO" TO RPT-RESUMEN-ETIQUETA
087500     MOVE WS-NUM-DIC                TO RPT-RESUMEN-VALOR
087600     WRITE RPT-RESUMEN-REGISTRO
087700     CLOSE LETRAS-RPT.
087800 9000-EXIT.
087900     EXIT.
088000 END PROGRAM LETRADIC.
