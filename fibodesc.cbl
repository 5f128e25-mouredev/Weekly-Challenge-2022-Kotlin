000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBODESC.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CONDUCTOR DE LOTE DEL
001300*                    SERVICIO FIBOZECK: LEE UN FICHERO DE
001400*                    CANDIDATOS (FIBOZCAN, UN VALOR DE HASTA 36
001500*                    DIGITOS POR LINEA, COMO FIBOCAND) Y ESCRIBE
001600*                    EN FIBOZANS UNA LINEA POR CANDIDATO CON EL
001700*                    RESULTADO Y EL CODIGO DE FIBONACCI, SEGUIDA
001800*                    DE UNA LINEA POR TERMINO USADO (INDICE Y
001900*                    VALOR) EN LA FORMA DE ZECKENDORF. LOS
002000*                    VALORES MAS ALLA DEL MAYOR TERMINO CARGADO
002100*                    SALEN COMO FUERA DE RANGO.
002200*----------------------------------------------------------------
002300 ENVIRONMENT     DIVISION.
002400 INPUT-OUTPUT    SECTION.
002500 FILE-CONTROL.
002600     SELECT CANDIDATOS-IN ASSIGN TO "FIBOZCAN"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-CAND-STATUS.
002900     SELECT RESPUESTAS-OUT ASSIGN TO "FIBOZANS"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100 DATA            DIVISION.
003200 FILE            SECTION.
003300 FD  CANDIDATOS-IN
003400     RECORDING MODE IS F.
003500 01  CAND-REGISTRO           PIC X(36).
003600 FD  RESPUESTAS-OUT
003700     RECORDING MODE IS F.
003800 01  ANS-REGISTRO.
003900     05  ANS-CANDIDATO       PIC X(36).
004000     05  FILLER              PIC X(01) VALUE SPACE.
004100     05  ANS-RESULTADO       PIC X(16).
004200     05  FILLER              PIC X(01) VALUE SPACE.
004300     05  ANS-NUM-TERMINOS    PIC ZZ9.
004400     05  FILLER              PIC X(01) VALUE SPACE.
004500     05  ANS-CODIGO          PIC X(200).
004600 01  ANS-TERMINO-REGISTRO.
004700     05  FILLER              PIC X(04).
004800     05  ANS-TER-ETIQUETA    PIC X(08).
004900     05  ANS-TER-INDICE      PIC Z(8)9.
005000     05  FILLER              PIC X(01).
005100     05  ANS-TER-VALOR       PIC X(36).
005200 01  ANS-RESUMEN-REGISTRO.
005300     05  ANS-RESUMEN-ETIQUETA PIC X(30).
005400     05  ANS-RESUMEN-VALOR    PIC Z(8)9.
005500 WORKING-STORAGE SECTION.
005600 01  WS-CAND-STATUS          PIC X(02).
005700     88  WS-CAND-NO-EXISTE           VALUE "35".
005800     88  WS-CAND-FIN-FICHERO         VALUE "10".
005900*    AREA DE LLAMADA AL SERVICIO DE ZECKENDORF.
006000     COPY ZECSTD.
006100*----------------------------------------------------------------
006200* CANDIDATO DESCOMPUESTO EN DOS TRAMOS (BASE 10**18), COMO EN
006300* FIBOCONS.
006400*----------------------------------------------------------------
006500 01  WS-CANDIDATO-TEXTO      PIC X(36).
006600 01  WS-CANDIDATO-ALIN       PIC X(36).
006700 01  WS-LARGO-CAND           PIC 9(02) COMP VALUE ZERO.
006800 01  WS-DESPLAZA             PIC 9(02) COMP VALUE ZERO.
006900 01  WS-CAND-VALIDO          PIC X(01).
007000 01  WS-IDX-BYTE             PIC 9(02) COMP VALUE ZERO.
007100 01  WS-IDX-TERMINO          PIC 9(03) COMP VALUE ZERO.
007200 01  WS-EDIT-ALTO-N          PIC 9(18) VALUE ZERO.
007300 01  WS-EDIT-BAJO-N          PIC 9(18) VALUE ZERO.
007400 01  WS-EDIT-VALOR           PIC X(36).
007500 01  WS-EDIT-ALTO            PIC Z(17)9.
007600 01  WS-CONTADORES.
007700     05  WS-TOTAL-CANDIDATOS PIC 9(08) COMP VALUE ZERO.
007800     05  WS-TOTAL-DESCOMP    PIC 9(08) COMP VALUE ZERO.
007900     05  WS-TOTAL-FUERA      PIC 9(08) COMP VALUE ZERO.
008000     05  WS-TOTAL-INCOMPLETO PIC 9(08) COMP VALUE ZERO.
008100     05  WS-TOTAL-INVALIDOS  PIC 9(08) COMP VALUE ZERO.
008200 PROCEDURE       DIVISION.
008300*================================================================
008400 0000-MAINLINE.
008500*================================================================
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008700     PERFORM 2000-RESPONDER-CANDIDATO THRU 2000-EXIT
008800         UNTIL WS-CAND-FIN-FICHERO
008900     PERFORM 9000-TERMINATE THRU 9000-EXIT
009000     GOBACK.
009100*================================================================
009200 1000-INITIALIZE.
009300*================================================================
009400     OPEN OUTPUT RESPUESTAS-OUT
009500     MOVE SPACES TO ANS-REGISTRO
009600     OPEN INPUT CANDIDATOS-IN
009700     IF WS-CAND-NO-EXISTE
009800         MOVE "10" TO WS-CAND-STATUS
009900     ELSE
010000         PERFORM 2100-LEER-CANDIDATO THRU 2100-EXIT
010100     END-IF.
010200 1000-EXIT.
010300     EXIT.
010400*================================================================
010500 2000-RESPONDER-CANDIDATO.
010600*================================================================
010700     ADD 1 TO WS-TOTAL-CANDIDATOS
010800     MOVE SPACES TO ANS-REGISTRO
010900     MOVE CAND-REGISTRO TO ANS-CANDIDATO
011000     MOVE 0 TO ANS-NUM-TERMINOS
011100     PERFORM 2200-DESCOMPONER-CANDIDATO THRU 2200-EXIT
011200     IF WS-CAND-VALIDO = "N"
011300         MOVE "NO NUMERICO" TO ANS-RESULTADO
011400         ADD 1 TO WS-TOTAL-INVALIDOS
011500         WRITE ANS-REGISTRO
011600         GO TO 2000-LEER-SIGUIENTE
011700     END-IF
011800     CALL "FIBOZECK" USING ZEC-STD-AREA
011900     EVALUATE TRUE
012000         WHEN ZEC-STD-DESCOMPUESTO
012100             MOVE "DESCOMPUESTO" TO ANS-RESULTADO
012200             MOVE ZEC-STD-NUM-TERMINOS TO ANS-NUM-TERMINOS
012300             MOVE ZEC-STD-CODIGO TO ANS-CODIGO
012400             ADD 1 TO WS-TOTAL-DESCOMP
012500         WHEN ZEC-STD-INCOMPLETO
012600             MOVE "CACHE INCOMPLETA" TO ANS-RESULTADO
012700             ADD 1 TO WS-TOTAL-INCOMPLETO
012800         WHEN ZEC-STD-VALOR-CERO
012900*            EL CERO NO TIENE FORMA DE ZECKENDORF NI CODIGO.
013000             MOVE "VALOR CERO" TO ANS-RESULTADO
013100             ADD 1 TO WS-TOTAL-INVALIDOS
013200         WHEN OTHER
013300             MOVE "FUERA DE RANGO" TO ANS-RESULTADO
013400             ADD 1 TO WS-TOTAL-FUERA
013500     END-EVALUATE
013600     WRITE ANS-REGISTRO
013700     IF ZEC-STD-DESCOMPUESTO
013800         PERFORM 2400-ESCRIBIR-TERMINO THRU 2400-EXIT
013900             VARYING WS-IDX-TERMINO FROM 1 BY 1
014000             UNTIL WS-IDX-TERMINO > ZEC-STD-NUM-TERMINOS
014100     END-IF.
014200 2000-LEER-SIGUIENTE.
014300     PERFORM 2100-LEER-CANDIDATO THRU 2100-EXIT.
014400 2000-EXIT.
014500     EXIT.
014600*================================================================
014700 2100-LEER-CANDIDATO.
014800*================================================================
014900     READ CANDIDATOS-IN
015000         AT END
015100             MOVE "10" TO WS-CAND-STATUS
015200     END-READ.
015300 2100-EXIT.
015400     EXIT.
015500*================================================================
015600 2200-DESCOMPONER-CANDIDATO.
015700*================================================================
015800*    EL CANDIDATO LLEGA COMO DIGITOS (CON BLANCOS DELANTE O
015900*    DETRAS); SE ALINEA A LA DERECHA SOBRE 36 POSICIONES CON
016000*    CEROS Y SE PARTE EN TRAMO ALTO Y BAJO DE 18 DIGITOS.
016100     MOVE "S" TO WS-CAND-VALIDO
016200     MOVE FUNCTION TRIM(CAND-REGISTRO) TO WS-CANDIDATO-TEXTO
016300     COMPUTE WS-LARGO-CAND =
016400         FUNCTION STORED-CHAR-LENGTH(WS-CANDIDATO-TEXTO)
016500     IF WS-LARGO-CAND = 0
016600         MOVE "N" TO WS-CAND-VALIDO
016700         GO TO 2200-EXIT
016800     END-IF
016900     PERFORM 2210-VALIDAR-BYTE THRU 2210-EXIT
017000         VARYING WS-IDX-BYTE FROM 1 BY 1
017100         UNTIL WS-IDX-BYTE > WS-LARGO-CAND
017200     IF WS-CAND-VALIDO = "N"
017300         GO TO 2200-EXIT
017400     END-IF
017500     MOVE ALL "0" TO WS-CANDIDATO-ALIN
017600     COMPUTE WS-DESPLAZA = 36 - WS-LARGO-CAND + 1
017700     MOVE WS-CANDIDATO-TEXTO(1:WS-LARGO-CAND)
017800         TO WS-CANDIDATO-ALIN(WS-DESPLAZA:WS-LARGO-CAND)
017900     MOVE WS-CANDIDATO-ALIN(1:18)  TO ZEC-STD-ALTO
018000     MOVE WS-CANDIDATO-ALIN(19:18) TO ZEC-STD-BAJO.
018100 2200-EXIT.
018200     EXIT.
018300*================================================================
018400 2210-VALIDAR-BYTE.
018500*================================================================
018600     IF WS-CANDIDATO-TEXTO(WS-IDX-BYTE:1) < "0"
018700      OR WS-CANDIDATO-TEXTO(WS-IDX-BYTE:1) > "9"
018800         MOVE "N" TO WS-CAND-VALIDO
018900     END-IF.
019000 2210-EXIT.
019100     EXIT.
019200*================================================================
019300 2400-ESCRIBIR-TERMINO.
019400*================================================================
019500     MOVE SPACES TO ANS-TERMINO-REGISTRO
019600     MOVE "TERMINO" TO ANS-TER-ETIQUETA
019700     MOVE ZEC-STD-TER-INDICE(WS-IDX-TERMINO) TO ANS-TER-INDICE
019800     MOVE ZEC-STD-TER-ALTO(WS-IDX-TERMINO) TO WS-EDIT-ALTO-N
019900     MOVE ZEC-STD-TER-BAJO(WS-IDX-TERMINO) TO WS-EDIT-BAJO-N
020000     PERFORM 2500-EDITAR-VALOR THRU 2500-EXIT
020100     MOVE WS-EDIT-VALOR TO ANS-TER-VALOR
020200     WRITE ANS-TERMINO-REGISTRO.
020300 2400-EXIT.
020400     EXIT.
020500*================================================================
020600 2500-EDITAR-VALOR.
020700*================================================================
020800*    EDITA UN VALOR EXTENDIDO COMO TEXTO DE HASTA 36 DIGITOS,
020900*    SIN CEROS DE RELLENO POR LA IZQUIERDA.
021000     MOVE SPACES TO WS-EDIT-VALOR
021100     IF WS-EDIT-ALTO-N = 0
021200         MOVE WS-EDIT-BAJO-N TO WS-EDIT-ALTO
021300         MOVE FUNCTION TRIM(WS-EDIT-ALTO) TO WS-EDIT-VALOR
021400     ELSE
021500         MOVE WS-EDIT-ALTO-N TO WS-EDIT-ALTO
021600         STRING FUNCTION TRIM(WS-EDIT-ALTO) DELIMITED BY SIZE
021700             WS-EDIT-BAJO-N DELIMITED BY SIZE
021800             INTO WS-EDIT-VALOR
021900         END-STRING
022000     END-IF.
022100 2500-EXIT.
022200     EXIT.
022300*================================================================
022400 9000-TERMINATE.
022500*================================================================
022600     MOVE "CANDIDATOS LEIDOS"        TO ANS-RESUMEN-ETIQUETA
022700     MOVE WS-TOTAL-CANDIDATOS        TO ANS-RESUMEN-VALOR
022800     WRITE ANS-RESUMEN-REGISTRO
022900     MOVE "DESCOMPUESTOS"            TO ANS-RESUMEN-ETIQUETA
023000     MOVE WS-TOTAL-DESCOMP           TO ANS-RESUMEN-VALOR
023100     WRITE ANS-RESUMEN-REGISTRO
023200     MOVE "FUERA DE RANGO DE LA CACHE" TO ANS-RESUMEN-ETIQUETA
023300     MOVE WS-TOTAL-FUERA             TO ANS-RESUMEN-VALOR
023400     WRITE ANS-RESUMEN-REGISTRO
023500     MOVE "CACHE INCOMPLETA"         TO ANS-RESUMEN-ETIQUETA
023600     MOVE WS-TOTAL-INCOMPLETO        TO ANS-RESUMEN-VALOR
023700     WRITE ANS-RESUMEN-REGISTRO
023800     MOVE "NO NUMERICOS O CERO"      TO ANS-RESUMEN-ETIQUETA
023900     MOVE WS-TOTAL-INVALIDOS         TO ANS-RESUMEN-VALOR
024000     WRITE ANS-RESUMEN-REGISTRO
024100     IF NOT WS-CAND-NO-EXISTE
024200         CLOSE CANDIDATOS-IN
024300     END-IF
024400     CLOSE RESPUESTAS-OUT.
024500 9000-EXIT.
024600     EXIT.
024700 END PROGRAM FIBODESC.
