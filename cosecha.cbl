000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COSECHA.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   REVISION DE CONFLICTOS DE NOMBRES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. COSECHA SEMANAL DE
001300*                    CANDIDATAS AL DICCIONARIO: RECORRE LAS
001400*                    GENERACIONES ARCHIVADAS DE ELTEXTO (LISTA
001500*                    COSELISTA, COMO TENDLISTA EN TENDREJ), PARTE
001600*                    LOS TEXTOS EN PALABRAS Y CUENTA CUANTAS
001700*                    VECES APARECE CADA UNA Y EN QUE CLIENTES.
001800*                    LAS QUE NO ESTAN EN DICCION Y LLEGAN AL
001900*                    MINIMO DE APARICIONES SE PROPONEN COMO
002000*                    ALTAS DICTRAN PENDIENTES EN DICPROP; NADA
002100*                    SE APLICA AQUI: MANTDIC SOLO DA DE ALTA LAS
002200*                    QUE UN OPERADOR AUTORIZADO HAYA APROBADO.
002300*----------------------------------------------------------------
002400* UNA PALABRA ES UNA RACHA DE LETRAS TRAS PLEGAR ACENTOS Y PASAR
002500* A MAYUSCULAS, COMO PLIEGA ANAGRAMA SIN PERFIL; DIGITOS, BLANCOS
002600* Y SIGNOS SEPARAN. UNA PALABRA PARTIDA ENTRE UN REGISTRO Y SU
002700* CONTINUACION ("+") SE CUENTA ENTERA. TARJETAS OPCIONALES EN
002800* COSEPARM: MINIM NNNNN (APARICIONES MINIMAS, 5 POR DEFECTO) Y
002900* LARGO NNN (LETRAS MINIMAS, 3 POR DEFECTO). LAS PROPUESTAS YA
003000* PENDIENTES SE REFRESCAN CON LAS CUENTAS NUEVAS; LAS APROBADAS,
003100* APLICADAS O RECHAZADAS NO SE VUELVEN A PROPONER.
003200*----------------------------------------------------------------
003300 ENVIRONMENT     DIVISION.
003400 INPUT-OUTPUT    SECTION.
003500 FILE-CONTROL.
003600     SELECT COSECHA-PARM ASSIGN TO "COSEPARM"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003900     SELECT COSECHA-LISTA ASSIGN TO "COSELISTA"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-LIS-STATUS.
004200     SELECT ELTEXTO-GEN ASSIGN TO WS-NOMBRE-GEN
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-GEN-STATUS.
004500     SELECT DICCIONARIO ASSIGN TO "DICCION"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DIC-STATUS.
004800     SELECT PROPUESTAS ASSIGN TO "DICPROP"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PRO-STATUS.
005100     SELECT COSECHA-RPT ASSIGN TO "COSERPT"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA            DIVISION.
005400 FILE            SECTION.
005500 FD  COSECHA-PARM
005600     RECORDING MODE IS F.
005700 01  PARM-REGISTRO.
005800     05  PARM-TIPO           PIC X(05).
005900     05  PARM-VALOR          PIC X(10).
006000 FD  COSECHA-LISTA
006100     RECORDING MODE IS F.
006200 01  LIS-REGISTRO.
006300     05  LIS-FICHERO         PIC X(16).
006400 FD  ELTEXTO-GEN
006500     RECORDING MODE IS F.
006600 01  ELTEXTO-REGISTRO.
006700     05  ELTEXTO-CLIENTE     PIC X(08).
006800     05  ELTEXTO-TEXTO       PIC X(7992).
006900*        "+" = EL TEXTO CONTINUA EN EL REGISTRO SIGUIENTE.
007000     05  ELTEXTO-CONT        PIC X(01).
007100 FD  DICCIONARIO
007200     RECORDING MODE IS F.
007300 01  DIC-REGISTRO            PIC X(100).
007400 FD  PROPUESTAS
007500     RECORDING MODE IS F.
007600     COPY DICPROP.
007700 FD  COSECHA-RPT
007800     RECORDING MODE IS F.
007900 01  RPT-LINEA               PIC X(100).
008000 01  RPT-DETALLE.
008100     05  RPT-DET-PALABRA     PIC X(30).
008200     05  FILLER              PIC X(01).
008300     05  RPT-DET-TOTAL       PIC Z(6)9.
008400     05  FILLER              PIC X(01).
008500     05  RPT-DET-CLIENTES    PIC ZZ9.
008600     05  FILLER              PIC X(01).
008700     05  RPT-DET-MAYOR       PIC X(08).
008800     05  FILLER              PIC X(01).
008900     05  RPT-DET-ESTADO      PIC X(10).
009000 01  RPT-RESUMEN-REGISTRO.
009100     05  RPT-RESUMEN-ETIQUETA PIC X(30).
009200     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
009300 WORKING-STORAGE SECTION.
009400*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
009500     COPY FECNEG.
009600*    PROPUESTA EN CURSO, CON EL TRAZADO DE DICPROP.
009700     COPY DICPROP REPLACING LEADING ==PRO-== BY ==WS-PRO-==.
009800 01  WS-PARM-STATUS          PIC X(02).
009900     88  WS-PARM-NO-EXISTE           VALUE "35".
010000     88  WS-PARM-FIN-FICHERO         VALUE "10".
010100 01  WS-LIS-STATUS           PIC X(02).
010200     88  WS-LIS-NO-EXISTE            VALUE "35".
010300     88  WS-LIS-FIN-FICHERO          VALUE "10".
010400 01  WS-GEN-STATUS           PIC X(02).
010500     88  WS-GEN-NO-EXISTE            VALUE "35".
010600     88  WS-GEN-FIN-FICHERO          VALUE "10".
010700 01  WS-DIC-STATUS           PIC X(02).
010800     88  WS-DIC-NO-EXISTE            VALUE "35".
010900     88  WS-DIC-FIN-FICHERO          VALUE "10".
011000 01  WS-PRO-STATUS           PIC X(02).
011100     88  WS-PRO-NO-EXISTE            VALUE "35".
011200     88  WS-PRO-FIN-FICHERO          VALUE "10".
011300 01  WS-NOMBRE-GEN           PIC X(16).
011400 01  WS-MINIMO-APARICIONES   PIC 9(05) VALUE 5.
011500 01  WS-LARGO-MINIMO         PIC 9(03) VALUE 3.
011600*----------------------------------------------------------------
011700* DICCIONARIO EN MEMORIA, YA PLEGADO.
011800*----------------------------------------------------------------
011900 01  WS-TABLA-DICCIONARIO.
012000     05  WS-NUM-DIC          PIC 9(05) COMP VALUE ZERO.
012100     05  WS-DIC-PALABRA OCCURS 5000 TIMES PIC X(30).
012200 01  WS-IDX-DIC              PIC 9(05) COMP VALUE ZERO.
012300*----------------------------------------------------------------
012400* PALABRAS DISTINTAS VISTAS EN EL CORPUS. LA MARCA EN DICCION
012500* SE DECIDE LA PRIMERA VEZ QUE SE VE LA PALABRA Y AHORRA VOLVER
012600* A RECORRER EL DICCIONARIO EN CADA APARICION.
012700*----------------------------------------------------------------
012800 01  WS-TABLA-PALABRAS.
012900     05  WS-NUM-PALABRAS     PIC 9(05) COMP VALUE ZERO.
013000     05  WS-PAL-ENTRY OCCURS 5000 TIMES.
013100         10  WS-PAL-PALABRA  PIC X(30).
013200         10  WS-PAL-EN-DIC   PIC X(01).
013300         10  WS-PAL-TOTAL    PIC 9(07) COMP.
013400         10  WS-PAL-CLIENTES PIC 9(03) COMP.
013500 01  WS-IDX-PAL              PIC 9(05) COMP VALUE ZERO.
013600*    APARICIONES POR PALABRA Y CLIENTE (SOLO LAS DE FUERA DE
013700*    DICCION).
013800 01  WS-TABLA-PAL-CLIENTE.
013900     05  WS-NUM-PCL          PIC 9(05) COMP VALUE ZERO.
014000     05  WS-PCL-ENTRY OCCURS 8000 TIMES.
014100         10  WS-PCL-PALABRA  PIC 9(05) COMP.
014200         10  WS-PCL-CLIENTE  PIC X(08).
014300         10  WS-PCL-CUENTA   PIC 9(07) COMP.
014400 01  WS-IDX-PCL              PIC 9(05) COMP VALUE ZERO.
014500 01  WS-MAYOR-CUENTA         PIC 9(07) COMP VALUE ZERO.
014600 01  WS-MAYOR-CLIENTE        PIC X(08) VALUE SPACES.
014700*----------------------------------------------------------------
014800* PROPUESTAS (DICPROP) EN MEMORIA: SE LEEN ENTERAS, SE AMPLIAN
014900* Y SE REGRABAN AL FINAL.
015000*----------------------------------------------------------------
015100 01  WS-TABLA-PROPUESTAS.
015200     05  WS-NUM-PROPUESTAS   PIC 9(04) COMP VALUE ZERO.
015300     05  WS-PRP-ENTRY OCCURS 2000 TIMES.
015400         10  WS-PRP-PALABRA  PIC X(100).
015500         10  WS-PRP-REGISTRO PIC X(152).
015600 01  WS-IDX-PRP              PIC 9(04) COMP VALUE ZERO.
015700*----------------------------------------------------------------
015800* TROCEO DEL TEXTO.
015900*----------------------------------------------------------------
016000 01  WS-TEXTO                PIC X(7992).
016100 01  WS-LARGO-TEXTO          PIC 9(04) COMP VALUE ZERO.
016200 01  WS-IDX-CAR              PIC 9(04) COMP VALUE ZERO.
016300 01  WS-CARACTER             PIC X(01).
016400 01  WS-PALABRA              PIC X(30) VALUE SPACES.
016500 01  WS-LARGO-PALABRA        PIC 9(03) COMP VALUE ZERO.
016600 01  WS-CLIENTE              PIC X(08) VALUE SPACES.
016700 01  WS-SWITCHES.
016800     05  WS-PALABRA-LARGA    PIC X(01) VALUE "N".
016900         88  PALABRA-LARGA           VALUE "S".
017000     05  WS-CONT-ANTERIOR    PIC X(01) VALUE SPACE.
017100         88  VIENE-CONTINUACION      VALUE "+".
017200     05  WS-PRO-DESBORDADO   PIC X(01) VALUE "N".
017300         88  PROPUESTAS-DESBORDADAS  VALUE "S".
017400 01  WS-CONTADORES.
017500     05  WS-TOTAL-GENERACIONES PIC 9(05) COMP VALUE ZERO.
017600     05  WS-TOTAL-AUSENTES   PIC 9(05) COMP VALUE ZERO.
017700     05  WS-TOTAL-REGISTROS  PIC 9(09) COMP VALUE ZERO.
017800     05  WS-TOTAL-APARICIONES PIC 9(09) COMP VALUE ZERO.
017900     05  WS-TOTAL-FUERA-DIC  PIC 9(07) COMP VALUE ZERO.
018000     05  WS-TOTAL-NUEVAS     PIC 9(05) COMP VALUE ZERO.
018100     05  WS-TOTAL-RENOVADAS  PIC 9(05) COMP VALUE ZERO.
018200     05  WS-TOTAL-SIN-SITIO  PIC 9(07) COMP VALUE ZERO.
018300 PROCEDURE       DIVISION.
018400*================================================================
018500 0000-MAINLINE.
018600*================================================================
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018800     IF NOT WS-LIS-NO-EXISTE
018900         PERFORM 2100-LEER-LISTA THRU 2100-EXIT
019000         PERFORM 2000-COSECHAR-GENERACION THRU 2000-EXIT
019100             UNTIL WS-LIS-FIN-FICHERO
019200         CLOSE COSECHA-LISTA
019300     END-IF
019400     PERFORM 4000-PROPONER-PALABRAS THRU 4000-EXIT
019500     PERFORM 5000-REGRABAR-PROPUESTAS THRU 5000-EXIT
019600     PERFORM 9000-TERMINATE THRU 9000-EXIT
019700     GOBACK.
019800*================================================================
019900 1000-INITIALIZE.
020000*================================================================
020100     OPEN OUTPUT COSECHA-RPT
020200     MOVE SPACES TO RPT-DETALLE
020300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
020400     CALL "FECHANEG" USING FEC-NEG-AREA
020500     MOVE "COSECHA DE CANDIDATAS AL DICCIONARIO" TO RPT-LINEA
020600     WRITE RPT-LINEA
020700     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT
020800     PERFORM 1200-CARGAR-DICCIONARIO THRU 1200-EXIT
020900     PERFORM 1300-CARGAR-PROPUESTAS THRU 1300-EXIT
021000     OPEN INPUT COSECHA-LISTA
021100     IF WS-LIS-NO-EXISTE
021200         MOVE "SIN LISTA DE GENERACIONES (COSELISTA)"
021300             TO RPT-LINEA
021400         WRITE RPT-LINEA
021500         MOVE 4 TO RETURN-CODE
021600     END-IF.
021700 1000-EXIT.
021800     EXIT.
021900*================================================================
022000 1100-LEER-PARAMETROS.
022100*================================================================
022200     OPEN INPUT COSECHA-PARM
022300     IF WS-PARM-NO-EXISTE
022400         GO TO 1100-EXIT
022500     END-IF
022600     PERFORM 1110-LEER-PARAMETRO THRU 1110-EXIT
022700     PERFORM 1120-ANOTAR-PARAMETRO THRU 1120-EXIT
022800         UNTIL WS-PARM-FIN-FICHERO
022900     CLOSE COSECHA-PARM.
023000 1100-EXIT.
023100     EXIT.
023200*================================================================
023300 1110-LEER-PARAMETRO.
023400*================================================================
023500     READ COSECHA-PARM
023600         AT END
023700             MOVE "10" TO WS-PARM-STATUS
023800     END-READ.
023900 1110-EXIT.
024000     EXIT.
024100*================================================================
024200 1120-ANOTAR-PARAMETRO.
024300*================================================================
024400     EVALUATE PARM-TIPO
024500         WHEN "MINIM"
024600             IF PARM-VALOR(1:5) IS NUMERIC
024700                 MOVE PARM-VALOR(1:5) TO WS-MINIMO-APARICIONES
024800             END-IF
024900         WHEN "LARGO"
025000             IF PARM-VALOR(1:3) IS NUMERIC
025100                 MOVE PARM-VALOR(1:3) TO WS-LARGO-MINIMO
025200             END-IF
025300     END-EVALUATE
025400     PERFORM 1110-LEER-PARAMETRO THRU 1110-EXIT.
025500 1120-EXIT.
025600     EXIT.
025700*================================================================
025800 1200-CARGAR-DICCIONARIO.
025900*================================================================
026000     OPEN INPUT DICCIONARIO
026100     IF WS-DIC-NO-EXISTE
026200         GO TO 1200-EXIT
026300     END-IF
026400     PERFORM 1210-LEER-DICCIONARIO THRU 1210-EXIT
026500     PERFORM 1220-CARGAR-PALABRA THRU 1220-EXIT
026600         UNTIL WS-DIC-FIN-FICHERO
026700     CLOSE DICCIONARIO.
026800 1200-EXIT.
026900     EXIT.
027000*================================================================
027100 1210-LEER-DICCIONARIO.
027200*================================================================
027300     READ DICCIONARIO
027400         AT END
027500             MOVE "10" TO WS-DIC-STATUS
027600     END-READ.
027700 1210-EXIT.
027800     EXIT.
027900*================================================================
028000 1220-CARGAR-PALABRA.
028100*================================================================
028200     IF DIC-REGISTRO NOT = SPACES AND WS-NUM-DIC < 5000
028300         ADD 1 TO WS-NUM-DIC
028400         MOVE DIC-REGISTRO TO WS-TEXTO
028500         PERFORM 3100-PLEGAR-TEXTO THRU 3100-EXIT
028600         MOVE WS-TEXTO TO WS-DIC-PALABRA(WS-NUM-DIC)
028700     END-IF
028800     PERFORM 1210-LEER-DICCIONARIO THRU 1210-EXIT.
028900 1220-EXIT.
029000     EXIT.
029100*================================================================
029200 1300-CARGAR-PROPUESTAS.
029300*================================================================
029400     OPEN INPUT PROPUESTAS
029500     IF WS-PRO-NO-EXISTE
029600         GO TO 1300-EXIT
029700     END-IF
029800     PERFORM 1310-LEER-PROPUESTA THRU 1310-EXIT
029900     PERFORM 1320-CARGAR-PROPUESTA THRU 1320-EXIT
030000         UNTIL WS-PRO-FIN-FICHERO
030100     CLOSE PROPUESTAS.
030200 1300-EXIT.
030300     EXIT.
030400*================================================================
030500 1310-LEER-PROPUESTA.
030600*================================================================
030700     READ PROPUESTAS
030800         AT END
030900             MOVE "10" TO WS-PRO-STATUS
031000     END-READ.
031100 1310-EXIT.
031200     EXIT.
031300*================================================================
031400 1320-CARGAR-PROPUESTA.
031500*================================================================
031600     IF WS-NUM-PROPUESTAS < 2000
031700         ADD 1 TO WS-NUM-PROPUESTAS
031800         MOVE PRO-PALABRA TO WS-PRP-PALABRA(WS-NUM-PROPUESTAS)
031900         MOVE PRO-REGISTRO TO WS-PRP-REGISTRO(WS-NUM-PROPUESTAS)
032000     ELSE
032100         SET PROPUESTAS-DESBORDADAS TO TRUE
032200     END-IF
032300     PERFORM 1310-LEER-PROPUESTA THRU 1310-EXIT.
032400 1320-EXIT.
032500     EXIT.
032600*================================================================
032700 2000-COSECHAR-GENERACION.
032800*================================================================
032900     MOVE LIS-FICHERO TO WS-NOMBRE-GEN
033000     OPEN INPUT ELTEXTO-GEN
033100     IF WS-GEN-NO-EXISTE
033200         ADD 1 TO WS-TOTAL-AUSENTES
033300         MOVE SPACES TO RPT-LINEA
033400         STRING "GENERACION AUSENTE: " WS-NOMBRE-GEN
033500             DELIMITED BY SIZE
033600             INTO RPT-LINEA
033700         END-STRING
033800         WRITE RPT-LINEA
033900         GO TO 2000-SIGUIENTE
034000     END-IF
034100     ADD 1 TO WS-TOTAL-GENERACIONES
034200     MOVE SPACE TO WS-CONT-ANTERIOR
034300     MOVE 0 TO WS-LARGO-PALABRA
034400     PERFORM 2200-LEER-TEXTO THRU 2200-EXIT
034500     PERFORM 3000-TROCEAR-REGISTRO THRU 3000-EXIT
034600         UNTIL WS-GEN-FIN-FICHERO
034700     PERFORM 3300-CERRAR-PALABRA THRU 3300-EXIT
034800     CLOSE ELTEXTO-GEN.
034900 2000-SIGUIENTE.
035000     PERFORM 2100-LEER-LISTA THRU 2100-EXIT.
035100 2000-EXIT.
035200     EXIT.
035300*================================================================
035400 2100-LEER-LISTA.
035500*================================================================
035600     READ COSECHA-LISTA
035700         AT END
035800             MOVE "10" TO WS-LIS-STATUS
035900     END-READ.
036000 2100-EXIT.
036100     EXIT.
036200*================================================================
036300 2200-LEER-TEXTO.
036400*================================================================
036500     READ ELTEXTO-GEN
036600         AT END
036700             MOVE "10" TO WS-GEN-STATUS
036800     END-READ.
036900 2200-EXIT.
037000     EXIT.
037100*================================================================
037200 3000-TROCEAR-REGISTRO.
037300*================================================================
037400*    UN REGISTRO QUE NO CONTINUA EL ANTERIOR CIERRA LA PALABRA
037500*    QUE HUBIERA A MEDIAS Y CAMBIA DE CLIENTE.
037600     ADD 1 TO WS-TOTAL-REGISTROS
037700     IF NOT VIENE-CONTINUACION
037800         PERFORM 3300-CERRAR-PALABRA THRU 3300-EXIT
037900         MOVE ELTEXTO-CLIENTE TO WS-CLIENTE
038000     END-IF
038100     MOVE ELTEXTO-CONT TO WS-CONT-ANTERIOR
038200     MOVE ELTEXTO-TEXTO TO WS-TEXTO
038300     PERFORM 3100-PLEGAR-TEXTO THRU 3100-EXIT
038400     COMPUTE WS-LARGO-TEXTO =
038500         FUNCTION STORED-CHAR-LENGTH(WS-TEXTO)
038600     PERFORM 3200-TRATAR-CARACTER THRU 3200-EXIT
038700         VARYING WS-IDX-CAR FROM 1 BY 1
038800         UNTIL WS-IDX-CAR > WS-LARGO-TEXTO
038900*    EL BLANCO FINAL DEL SEGMENTO NO SEPARA SI EL TEXTO SIGUE.
039000     IF NOT VIENE-CONTINUACION
039100         PERFORM 3300-CERRAR-PALABRA THRU 3300-EXIT
039200     END-IF
039300     PERFORM 2200-LEER-TEXTO THRU 2200-EXIT.
039400 3000-EXIT.
039500     EXIT.
039600*================================================================
039700 3100-PLEGAR-TEXTO.
039800*================================================================
039900     INSPECT WS-TEXTO CONVERTING
040000         X"E1E9EDF3FAC1C9CDD3DA" TO "AEIOUAEIOU"
040100     INSPECT WS-TEXTO CONVERTING
040200         X"F1D1FCDCE7C7E4C4F6D6DF" TO "NNUUCCAAOOS"
040300     MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO WS-TEXTO.
040400 3100-EXIT.
040500     EXIT.
040600*================================================================
040700 3200-TRATAR-CARACTER.
040800*================================================================
040900     MOVE WS-TEXTO(WS-IDX-CAR:1) TO WS-CARACTER
041000     IF WS-CARACTER < "A" OR WS-CARACTER > "Z"
041100         PERFORM 3300-CERRAR-PALABRA THRU 3300-EXIT
041200         GO TO 3200-EXIT
041300     END-IF
041400     IF WS-LARGO-PALABRA < 30
041500         ADD 1 TO WS-LARGO-PALABRA
041600         MOVE WS-CARACTER TO WS-PALABRA(WS-LARGO-PALABRA:1)
041700     ELSE
041800         SET PALABRA-LARGA TO TRUE
041900     END-IF.
042000 3200-EXIT.
042100     EXIT.
042200*================================================================
042300 3300-CERRAR-PALABRA.
042400*================================================================
042500*    LAS PALABRAS CORTAS Y LAS DE MAS DE TREINTA LETRAS (CODIGOS,
042600*    CADENAS SIN BLANCOS) NO SE CUENTAN.
042700     IF WS-LARGO-PALABRA = 0
042800         GO TO 3300-EXIT
042900     END-IF
043000     IF WS-LARGO-PALABRA < WS-LARGO-MINIMO OR PALABRA-LARGA
043100         GO TO 3300-LIMPIAR
043200     END-IF
043300     ADD 1 TO WS-TOTAL-APARICIONES
043400     PERFORM 3310-COMPARAR-PALABRA THRU 3310-EXIT
043500         VARYING WS-IDX-PAL FROM 1 BY 1
043600         UNTIL WS-IDX-PAL > WS-NUM-PALABRAS
043700            OR WS-PAL-PALABRA(WS-IDX-PAL) = WS-PALABRA
043800     IF WS-IDX-PAL > WS-NUM-PALABRAS
043900         IF WS-NUM-PALABRAS = 5000
044000             ADD 1 TO WS-TOTAL-SIN-SITIO
044100             GO TO 3300-LIMPIAR
044200         END-IF
044300         PERFORM 3320-NUEVA-PALABRA THRU 3320-EXIT
044400     END-IF
044500     IF WS-PAL-EN-DIC(WS-IDX-PAL) = "S"
044600         GO TO 3300-LIMPIAR
044700     END-IF
044800     ADD 1 TO WS-PAL-TOTAL(WS-IDX-PAL)
044900     PERFORM 3340-COMPARAR-PAR THRU 3340-EXIT
045000         VARYING WS-IDX-PCL FROM 1 BY 1
045100         UNTIL WS-IDX-PCL > WS-NUM-PCL
045200            OR (WS-PCL-PALABRA(WS-IDX-PCL) = WS-IDX-PAL
045300            AND WS-PCL-CLIENTE(WS-IDX-PCL) = WS-CLIENTE)
045400     IF WS-IDX-PCL > WS-NUM-PCL
045500         IF WS-NUM-PCL = 8000
045600             ADD 1 TO WS-TOTAL-SIN-SITIO
045700             GO TO 3300-LIMPIAR
045800         END-IF
045900         ADD 1 TO WS-NUM-PCL
046000         MOVE WS-IDX-PAL TO WS-PCL-PALABRA(WS-NUM-PCL)
046100         MOVE WS-CLIENTE TO WS-PCL-CLIENTE(WS-NUM-PCL)
046200         MOVE 0 TO WS-PCL-CUENTA(WS-NUM-PCL)
046300         ADD 1 TO WS-PAL-CLIENTES(WS-IDX-PAL)
046400     END-IF
046500     ADD 1 TO WS-PCL-CUENTA(WS-IDX-PCL).
046600 3300-LIMPIAR.
046700     MOVE SPACES TO WS-PALABRA
046800     MOVE 0 TO WS-LARGO-PALABRA
046900     MOVE "N" TO WS-PALABRA-LARGA.
047000 3300-EXIT.
047100     EXIT.
047200*================================================================
047300 3310-COMPARAR-PALABRA.
047400*================================================================
047500*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
047600     CONTINUE.
047700 3310-EXIT.
047800     EXIT.
047900*================================================================
048000 3320-NUEVA-PALABRA.
048100*================================================================
048200     ADD 1 TO WS-NUM-PALABRAS
048300     MOVE WS-NUM-PALABRAS TO WS-IDX-PAL
048400     MOVE WS-PALABRA TO WS-PAL-PALABRA(WS-IDX-PAL)
048500     MOVE 0 TO WS-PAL-TOTAL(WS-IDX-PAL)
048600     MOVE 0 TO WS-PAL-CLIENTES(WS-IDX-PAL)
048700     PERFORM 3330-COMPARAR-DICCIONARIO THRU 3330-EXIT
048800         VARYING WS-IDX-DIC FROM 1 BY 1
048900         UNTIL WS-IDX-DIC > WS-NUM-DIC
049000            OR WS-DIC-PALABRA(WS-IDX-DIC) = WS-PALABRA
049100     IF WS-IDX-DIC > WS-NUM-DIC
049200         MOVE "N" TO WS-PAL-EN-DIC(WS-IDX-PAL)
049300         ADD 1 TO WS-TOTAL-FUERA-DIC
049400     ELSE
049500         MOVE "S" TO WS-PAL-EN-DIC(WS-IDX-PAL)
049600     END-IF.
049700 3320-EXIT.
049800     EXIT.
049900*================================================================
050000 3330-COMPARAR-DICCIONARIO.
050100*================================================================
050200*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
050300     CONTINUE.
050400 3330-EXIT.
050500     EXIT.
050600*================================================================
050700 3340-COMPARAR-PAR.
050800*================================================================
050900*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
051000     CONTINUE.
051100 3340-EXIT.
051200     EXIT.
051300*================================================================
051400 4000-PROPONER-PALABRAS.
051500*================================================================
051600     MOVE SPACES TO RPT-LINEA
051700     WRITE RPT-LINEA
051800     MOVE "PALABRA                         APARIC CLI MAYOR"
051900         TO RPT-LINEA
052000     MOVE "ESTADO" TO RPT-LINEA(53:6)
052100     WRITE RPT-LINEA
052200     PERFORM 4100-PROPONER-PALABRA THRU 4100-EXIT
052300         VARYING WS-IDX-PAL FROM 1 BY 1
052400         UNTIL WS-IDX-PAL > WS-NUM-PALABRAS.
052500 4000-EXIT.
052600     EXIT.
052700*================================================================
052800 4100-PROPONER-PALABRA.
052900*================================================================
053000     IF WS-PAL-EN-DIC(WS-IDX-PAL) = "S"
053100      OR WS-PAL-TOTAL(WS-IDX-PAL) < WS-MINIMO-APARICIONES
053200         GO TO 4100-EXIT
053300     END-IF
053400     MOVE 0 TO WS-MAYOR-CUENTA
053500     MOVE SPACES TO WS-MAYOR-CLIENTE
053600     PERFORM 4110-BUSCAR-MAYOR THRU 4110-EXIT
053700         VARYING WS-IDX-PCL FROM 1 BY 1
053800         UNTIL WS-IDX-PCL > WS-NUM-PCL
053900     PERFORM 4120-COMPARAR-PROPUESTA THRU 4120-EXIT
054000         VARYING WS-IDX-PRP FROM 1 BY 1
054100         UNTIL WS-IDX-PRP > WS-NUM-PROPUESTAS
054200            OR WS-PRP-PALABRA(WS-IDX-PRP)
054300               = WS-PAL-PALABRA(WS-IDX-PAL)
054400     IF WS-IDX-PRP > WS-NUM-PROPUESTAS
054500         IF WS-NUM-PROPUESTAS = 2000
054600             ADD 1 TO WS-TOTAL-SIN-SITIO
054700             GO TO 4100-EXIT
054800         END-IF
054900         MOVE SPACES TO WS-PRO-REGISTRO
055000         MOVE "A" TO WS-PRO-ACCION
055100         MOVE WS-PAL-PALABRA(WS-IDX-PAL) TO WS-PRO-PALABRA
055200         MOVE FEC-NEG-FECHA TO WS-PRO-DESDE
055300         MOVE "P" TO WS-PRO-ESTADO
055400         MOVE FEC-NEG-FECHA TO WS-PRO-FECHA-PROPUESTA
055500         MOVE 0 TO WS-PRO-FECHA-DECISION
055600         ADD 1 TO WS-NUM-PROPUESTAS
055700         MOVE WS-NUM-PROPUESTAS TO WS-IDX-PRP
055800         MOVE WS-PRO-PALABRA TO WS-PRP-PALABRA(WS-IDX-PRP)
055900         MOVE "NUEVA" TO RPT-DET-ESTADO
056000         ADD 1 TO WS-TOTAL-NUEVAS
056100     ELSE
056200         MOVE WS-PRP-REGISTRO(WS-IDX-PRP) TO WS-PRO-REGISTRO
056300         IF NOT WS-PRO-PENDIENTE
056400             GO TO 4100-EXIT
056500         END-IF
056600         MOVE "PENDIENTE" TO RPT-DET-ESTADO
056700         ADD 1 TO WS-TOTAL-RENOVADAS
056800     END-IF
056900     MOVE WS-PAL-TOTAL(WS-IDX-PAL) TO WS-PRO-FRECUENCIA
057000     MOVE WS-PAL-CLIENTES(WS-IDX-PAL) TO WS-PRO-CLIENTES
057100     MOVE WS-MAYOR-CLIENTE TO WS-PRO-CLIENTE-MAYOR
057200     MOVE WS-PRO-REGISTRO TO WS-PRP-REGISTRO(WS-IDX-PRP)
057300     MOVE WS-PAL-PALABRA(WS-IDX-PAL) TO RPT-DET-PALABRA
057400     MOVE WS-PAL-TOTAL(WS-IDX-PAL) TO RPT-DET-TOTAL
057500     MOVE WS-PAL-CLIENTES(WS-IDX-PAL) TO RPT-DET-CLIENTES
057600     MOVE WS-MAYOR-CLIENTE TO RPT-DET-MAYOR
057700     WRITE RPT-DETALLE
057800     PERFORM 4130-DETALLAR-CLIENTE THRU 4130-EXIT
057900         VARYING WS-IDX-PCL FROM 1 BY 1
058000         UNTIL WS-IDX-PCL > WS-NUM-PCL.
058100 4100-EXIT.
058200     EXIT.
058300*================================================================
058400 4110-BUSCAR-MAYOR.
058500*================================================================
058600     IF WS-PCL-PALABRA(WS-IDX-PCL) = WS-IDX-PAL
058700      AND WS-PCL-CUENTA(WS-IDX-PCL) > WS-MAYOR-CUENTA
058800         MOVE WS-PCL-CUENTA(WS-IDX-PCL) TO WS-MAYOR-CUENTA
058900         MOVE WS-PCL-CLIENTE(WS-IDX-PCL) TO WS-MAYOR-CLIENTE
059000     END-IF.
059100 4110-EXIT.
059200     EXIT.
059300*================================================================
059400 4120-COMPARAR-PROPUESTA.
059500*================================================================
059600*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
059700     CONTINUE.
059800 4120-EXIT.
059900     EXIT.
060000*================================================================
060100 4130-DETALLAR-CLIENTE.
060200*================================================================
060300     IF WS-PCL-PALABRA(WS-IDX-PCL) = WS-IDX-PAL
060400         MOVE SPACES TO RPT-DETALLE
060500         MOVE "   CLIENTE" TO RPT-DET-PALABRA
060600         MOVE WS-PCL-CUENTA(WS-IDX-PCL) TO RPT-DET-TOTAL
060700         MOVE WS-PCL-CLIENTE(WS-IDX-PCL) TO RPT-DET-MAYOR
060800         WRITE RPT-DETALLE
060900         MOVE SPACES TO RPT-DETALLE
061000     END-IF.
061100 4130-EXIT.
061200     EXIT.
061300*================================================================
061400 5000-REGRABAR-PROPUESTAS.
061500*================================================================
061600*    SI DICPROP NO CUPO ENTERO EN MEMORIA NO SE REGRABA: SE
061700*    PERDERIAN LAS PROPUESTAS QUE QUEDARON FUERA.
061800     IF PROPUESTAS-DESBORDADAS
061900         MOVE SPACES TO RPT-LINEA
062000         WRITE RPT-LINEA
062100         MOVE "DICPROP NO CABE EN LA TABLA, NO SE REGRABA"
062200             TO RPT-LINEA
062300         WRITE RPT-LINEA
062400         MOVE 8 TO RETURN-CODE
062500         GO TO 5000-EXIT
062600     END-IF
062700     OPEN OUTPUT PROPUESTAS
062800     PERFORM 5100-GRABAR-PROPUESTA THRU 5100-EXIT
062900         VARYING WS-IDX-PRP FROM 1 BY 1
063000         UNTIL WS-IDX-PRP > WS-NUM-PROPUESTAS
063100     CLOSE PROPUESTAS.
063200 5000-EXIT.
063300     EXIT.
063400*================================================================
063500 5100-GRABAR-PROPUESTA.
063600*================================================================
063700     MOVE WS-PRP-REGISTRO(WS-IDX-PRP) TO PRO-REGISTRO
063800     WRITE PRO-REGISTRO.
063900 5100-EXIT.
064000     EXIT.
064100*================================================================
064200 9000-TERMINATE.
064300*================================================================
064400     MOVE SPACES TO RPT-LINEA
064500     WRITE RPT-LINEA
064600     MOVE "GENERACIONES LEIDAS"      TO RPT-RESUMEN-ETIQUETA
064700     MOVE WS-TOTAL-GENERACIONES      TO RPT-RESUMEN-VALOR
064800     WRITE RPT-RESUMEN-REGISTRO
064900     MOVE "GENERACIONES AUSENTES"    TO RPT-RESUMEN-ETIQUETA
065000     MOVE WS-TOTAL-AUSENTES          TO RPT-RESUMEN-VALOR
065100     WRITE RPT-RESUMEN-REGISTRO
065200     MOVE "REGISTROS DE TEXTO LEIDOS" TO RPT-RESUMEN-ETIQUETA
065300     MOVE WS-TOTAL-REGISTROS         TO RPT-RESUMEN-VALOR
065400     WRITE RPT-RESUMEN-REGISTRO
065500     MOVE "PALABRAS CONTADAS"        TO RPT-RESUMEN-ETIQUETA
065600     MOVE WS-TOTAL-APARICIONES       TO RPT-RESUMEN-VALOR
065700     WRITE RPT-RESUMEN-REGISTRO
065800     MOVE "DISTINTAS FUERA DE DICCION" TO RPT-RESUMEN-ETIQUETA
065900     MOVE WS-TOTAL-FUERA-DIC         TO RPT-RESUMEN-VALOR
066000     WRITE RPT-RESUMEN-REGISTRO
066100     MOVE "PROPUESTAS NUEVAS"        TO RPT-RESUMEN-ETIQUETA
066200     MOVE WS-TOTAL-NUEVAS            TO RPT-RESUMEN-VALOR
066300     WRITE RPT-RESUMEN-REGISTRO
066400     MOVE "PROPUESTAS REFRESCADAS"   TO RPT-RESUMEN-ETIQUETA
066500     MOVE WS-TOTAL-RENOVADAS         TO RPT-RESUMEN-VALOR
066600     WRITE RPT-RESUMEN-REGISTRO
066700     IF WS-TOTAL-SIN-SITIO > 0
066800         MOVE "PALABRAS SIN SITIO EN TABLAS" TO
066900             RPT-RESUMEN-ETIQUETA
067000         MOVE WS-TOTAL-SIN-SITIO     TO RPT-RESUMEN-VALOR
067100         WRITE RPT-RESUMEN-REGISTRO
067200         IF RETURN-CODE < 4
067300             MOVE 4 TO RETURN-CODE
067400         END-IF
067500     END-IF
067600     CLOSE COSECHA-RPT.
067700 9000-EXIT.
067800     EXIT.
067900 END PROGRAM COSECHA.
