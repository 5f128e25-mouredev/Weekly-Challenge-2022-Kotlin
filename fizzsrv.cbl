000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIZZSRV.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SERVICIO LLAMABLE DE
001300*                    PALABRA POR NUMERO SOBRE EL MAESTRO DIVMAST,
001400*                    COMO ESPRIMO Y PRIMONAV LO SON SOBRE
001500*                    PRIMOMAST: RECIBE UN NUMERO Y UNA FECHA DE
001600*                    EFECTO (AREA FIZSTD) Y DEVUELVE LA RESPUESTA
001700*                    DE FIZZBUZZ PARA ESE NUMERO EN ESA FECHA Y
001800*                    LAS REGLAS QUE SE DISPARARON. LOS PASOS QUE
001900*                    NECESITAN LA PALABRA DE UN NUMERO DEJAN DE
002000*                    PASAR FIZZBUZZ POR UN RANGO Y BUSCAR EN
002100*                    FIZZRPT. EL MAESTRO SE LEE ENTERO EN LA
002200*                    PRIMERA LLAMADA Y QUEDA EN MEMORIA PARA EL
002300*                    RESTO DE LA CORRIDA.
002400*----------------------------------------------------------------
002500* LAS REGLAS SE ELIGEN Y EVALUAN IGUAL QUE EN FIZZBUZZ: LAS DIEZ
002600* PRIMERAS DEL MAESTRO EN VIGOR EN LA FECHA (DESDE <= FECHA Y
002700* HASTA A CERO O >= FECHA), TIPOS DIVIS, CONTIENE Y SUMA, Y LAS
002800* DE SIEMPRE (3/fizz, 5/buzz) SI NO HAY NINGUNA.
002900*----------------------------------------------------------------
003000 ENVIRONMENT     DIVISION.
003100 INPUT-OUTPUT    SECTION.
003200 FILE-CONTROL.
003300     SELECT DIVISOR-MAST ASSIGN TO "DIVMAST"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-MAST-STATUS.
003600 DATA            DIVISION.
003700 FILE            SECTION.
003800 FD  DIVISOR-MAST
003900     RECORDING MODE IS F.
004000 01  MAST-REGISTRO.
004100     05  MAST-DIVISOR        PIC 9(05).
004200     05  MAST-PALABRA        PIC X(20).
004300     05  MAST-DESDE          PIC 9(08).
004400     05  MAST-HASTA          PIC 9(08).
004500     05  MAST-TIPO-REGLA     PIC X(08).
004600 WORKING-STORAGE SECTION.
004700*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
004800     COPY FECNEG.
004900 01  WS-MAST-STATUS          PIC X(02).
005000     88  WS-MAST-NO-EXISTE           VALUE "35".
005100     88  WS-MAST-FIN-FICHERO         VALUE "10".
005200 01  WS-SWITCHES.
005300     05  WS-MAESTRO-LEIDO    PIC X(01) VALUE "N".
005400         88  MAESTRO-LEIDO           VALUE "S".
005500     05  WS-REGLA-CUMPLE     PIC X(01) VALUE "N".
005600         88  REGLA-CUMPLE            VALUE "S".
005700*----------------------------------------------------------------
005800* MAESTRO COMPLETO EN MEMORIA (MISMA CAPACIDAD QUE MANTDIV).
005900*----------------------------------------------------------------
006000 01  WS-TABLA-MAESTRO.
006100     05  WS-NUM-MAESTRO      PIC 9(03) COMP VALUE ZERO.
006200     05  WS-MAE-ENTRY OCCURS 200 TIMES.
006300         10  WS-MAE-DIVISOR  PIC 9(05).
006400         10  WS-MAE-PALABRA  PIC X(20).
006500         10  WS-MAE-DESDE    PIC 9(08).
006600         10  WS-MAE-HASTA    PIC 9(08).
006700         10  WS-MAE-TIPO     PIC X(08).
006800 01  WS-IDX-MAE              PIC 9(03) COMP VALUE ZERO.
006900*----------------------------------------------------------------
007000* REGLAS EN VIGOR PARA LA ULTIMA FECHA PEDIDA: MIENTRAS LA FECHA
007100* NO CAMBIE NO SE VUELVEN A ELEGIR.
007200*----------------------------------------------------------------
007300 01  WS-FECHA-CARGADA        PIC 9(08) VALUE ZERO.
007400 01  WS-FECHA-EFECTO         PIC 9(08) VALUE ZERO.
007500 01  WS-TABLA-DIVISORES.
007600     05  WS-NUM-DIVISORES    PIC 9(02) COMP VALUE ZERO.
007700     05  WS-DIVISOR-ENTRY OCCURS 10 TIMES.
007800         10  WS-DIVISOR      PIC 9(05).
007900         10  WS-PALABRA      PIC X(20).
008000         10  WS-TIPO-REGLA   PIC X(08).
008100 01  WS-DIV-IDX              PIC 9(02) COMP VALUE ZERO.
008200*----------------------------------------------------------------
008300* EVALUACION DE UN NUMERO (COMO FIZZBUZZ).
008400*----------------------------------------------------------------
008500 01  NUMERO                  PIC 9(09) VALUE ZERO.
008600 01  RESULTADO               PIC 9(09) VALUE ZERO.
008700 01  RESTO                   PIC 9(05) VALUE ZERO.
008800 01  WS-NUM-EDITADO          PIC Z(8)9.
008900 01  WS-DIGITO-BUSCADO       PIC 9(01) VALUE ZERO.
009000 01  WS-DIGITO-X.
009100     05  WS-DIGITO-X-CAR     PIC X(01).
009200 01  WS-DIGITO-N REDEFINES WS-DIGITO-X PIC 9(01).
009300 01  WS-CUANTAS-VECES        PIC 9(02) COMP VALUE ZERO.
009400 01  WS-SUMA-DIGITOS         PIC 9(03) COMP VALUE ZERO.
009500 01  WS-IDX-DIGITO           PIC 9(02) COMP VALUE ZERO.
009600 01  WS-PALABRA-COMPUESTA    PIC X(80).
009700 01  WS-TEMP-PALABRA         PIC X(80).
009800 LINKAGE SECTION.
009900     COPY FIZSTD.
010000 PROCEDURE       DIVISION USING FIZ-STD-AREA.
010100*================================================================
010200 0000-PRINCIPAL.
010300*================================================================
010400     IF NOT MAESTRO-LEIDO
010500         PERFORM 1000-LEER-MAESTRO THRU 1000-EXIT
010600     END-IF
010700     MOVE FIZ-STD-FECHA TO WS-FECHA-EFECTO
010800     IF WS-FECHA-EFECTO = 0
010900         MOVE FEC-NEG-FECHA TO WS-FECHA-EFECTO
010910*        SE DEVUELVE LA FECHA QUE SE HA APLICADO.
010920         MOVE WS-FECHA-EFECTO TO FIZ-STD-FECHA
011000     END-IF
011100     IF WS-FECHA-EFECTO NOT = WS-FECHA-CARGADA
011200         PERFORM 2000-ELEGIR-REGLAS THRU 2000-EXIT
011300     END-IF
011400     PERFORM 3000-RESPONDER THRU 3000-EXIT
011500     GOBACK.
011600*================================================================
011700 1000-LEER-MAESTRO.
011800*================================================================
011900     SET MAESTRO-LEIDO TO TRUE
012000     CALL "FECHANEG" USING FEC-NEG-AREA
012100     OPEN INPUT DIVISOR-MAST
012200     IF WS-MAST-NO-EXISTE
012300         GO TO 1000-EXIT
012400     END-IF
012500     PERFORM 1100-LEER-REGLA THRU 1100-EXIT
012600     PERFORM 1200-GUARDAR-REGLA THRU 1200-EXIT
012700         UNTIL WS-MAST-FIN-FICHERO
012800     CLOSE DIVISOR-MAST.
012900 1000-EXIT.
013000     EXIT.
013100*================================================================
013200 1100-LEER-REGLA.
013300*================================================================
013400     READ DIVISOR-MAST
013500         AT END
013600             MOVE "10" TO WS-MAST-STATUS
013700     END-READ.
013800 1100-EXIT.
013900     EXIT.
014000*================================================================
014100 1200-GUARDAR-REGLA.
014200*================================================================
014300     IF WS-NUM-MAESTRO < 200 AND MAST-DIVISOR > 0
014400         ADD 1 TO WS-NUM-MAESTRO
014500         MOVE MAST-DIVISOR TO WS-MAE-DIVISOR(WS-NUM-MAESTRO)
014600         MOVE MAST-PALABRA TO WS-MAE-PALABRA(WS-NUM-MAESTRO)
014700         MOVE MAST-DESDE   TO WS-MAE-DESDE(WS-NUM-MAESTRO)
014800         MOVE MAST-HASTA   TO WS-MAE-HASTA(WS-NUM-MAESTRO)
014900         MOVE MAST-TIPO-REGLA TO WS-MAE-TIPO(WS-NUM-MAESTRO)
015000         IF MAST-TIPO-REGLA = SPACES
015100             MOVE "DIVIS" TO WS-MAE-TIPO(WS-NUM-MAESTRO)
015200         END-IF
015300     END-IF
015400     PERFORM 1100-LEER-REGLA THRU 1100-EXIT.
015500 1200-EXIT.
015600     EXIT.
015700*================================================================
015800 2000-ELEGIR-REGLAS.
015900*================================================================
016000     MOVE WS-FECHA-EFECTO TO WS-FECHA-CARGADA
016100     MOVE 0 TO WS-NUM-DIVISORES
016200     PERFORM 2100-PROBAR-VIGENCIA THRU 2100-EXIT
016300         VARYING WS-IDX-MAE FROM 1 BY 1
016400         UNTIL WS-IDX-MAE > WS-NUM-MAESTRO
016500     IF WS-NUM-DIVISORES = 0
016600         MOVE 2 TO WS-NUM-DIVISORES
016700         MOVE 3 TO WS-DIVISOR(1)
016800         MOVE "fizz" TO WS-PALABRA(1)
016900         MOVE "DIVIS" TO WS-TIPO-REGLA(1)
017000         MOVE 5 TO WS-DIVISOR(2)
017100         MOVE "buzz" TO WS-PALABRA(2)
017200         MOVE "DIVIS" TO WS-TIPO-REGLA(2)
017300     END-IF.
017400 2000-EXIT.
017500     EXIT.
017600*================================================================
017700 2100-PROBAR-VIGENCIA.
017800*================================================================
017900     IF WS-NUM-DIVISORES < 10
018000      AND WS-MAE-DESDE(WS-IDX-MAE) <= WS-FECHA-EFECTO
018100      AND (WS-MAE-HASTA(WS-IDX-MAE) = 0
018200       OR WS-FECHA-EFECTO <= WS-MAE-HASTA(WS-IDX-MAE))
018300         ADD 1 TO WS-NUM-DIVISORES
018400         MOVE WS-MAE-DIVISOR(WS-IDX-MAE)
018500             TO WS-DIVISOR(WS-NUM-DIVISORES)
018600         MOVE WS-MAE-PALABRA(WS-IDX-MAE)
018700             TO WS-PALABRA(WS-NUM-DIVISORES)
018800         MOVE WS-MAE-TIPO(WS-IDX-MAE)
018900             TO WS-TIPO-REGLA(WS-NUM-DIVISORES)
019000     END-IF.
019100 2100-EXIT.
019200     EXIT.
019300*================================================================
019400 3000-RESPONDER.
019500*================================================================
019600     MOVE FIZ-STD-NUMERO TO NUMERO
019700     MOVE SPACES TO WS-PALABRA-COMPUESTA
019800     MOVE SPACES TO FIZ-STD-TEXTO
019900     MOVE 0 TO FIZ-STD-NUM-REGLAS
020000     MOVE "P" TO FIZ-STD-RESPUESTA
020100     PERFORM 3100-COMPROBAR-REGLA THRU 3100-EXIT
020200         VARYING WS-DIV-IDX FROM 1 BY 1
020300         UNTIL WS-DIV-IDX > WS-NUM-DIVISORES
020400     IF FIZ-STD-NUM-REGLAS = 0
020500         MOVE "N" TO FIZ-STD-RESPUESTA
020600         MOVE NUMERO TO WS-NUM-EDITADO
020700         MOVE FUNCTION TRIM(WS-NUM-EDITADO) TO FIZ-STD-TEXTO
020800     ELSE
020900         MOVE WS-PALABRA-COMPUESTA TO FIZ-STD-TEXTO
021000     END-IF.
021100 3000-EXIT.
021200     EXIT.
021300*================================================================
021400 3100-COMPROBAR-REGLA.
021500*================================================================
021600     MOVE "N" TO WS-REGLA-CUMPLE
021700     EVALUATE WS-TIPO-REGLA(WS-DIV-IDX)
021800         WHEN "CONTIENE"
021900             PERFORM 3120-REGLA-CONTIENE THRU 3120-EXIT
022000         WHEN "SUMA"
022100             PERFORM 3130-REGLA-SUMA THRU 3130-EXIT
022200         WHEN OTHER
022300             PERFORM 3110-REGLA-DIVISIBLE THRU 3110-EXIT
022400     END-EVALUATE
022500     IF NOT REGLA-CUMPLE
022600         GO TO 3100-EXIT
022700     END-IF
022800     ADD 1 TO FIZ-STD-NUM-REGLAS
022900     MOVE WS-DIVISOR(WS-DIV-IDX)
023000         TO FIZ-STD-REG-DIVISOR(FIZ-STD-NUM-REGLAS)
023100     MOVE WS-TIPO-REGLA(WS-DIV-IDX)
023200         TO FIZ-STD-REG-TIPO(FIZ-STD-NUM-REGLAS)
023300     MOVE WS-PALABRA(WS-DIV-IDX)
023400         TO FIZ-STD-REG-PALABRA(FIZ-STD-NUM-REGLAS)
023500     MOVE WS-PALABRA-COMPUESTA TO WS-TEMP-PALABRA
023600     STRING FUNCTION TRIM(WS-TEMP-PALABRA) DELIMITED BY SIZE
023700         FUNCTION TRIM(WS-PALABRA(WS-DIV-IDX))
023800             DELIMITED BY SIZE
023900         INTO WS-PALABRA-COMPUESTA
024000         ON OVERFLOW
024100             MOVE "T" TO FIZ-STD-RESPUESTA
024200     END-STRING.
024300 3100-EXIT.
024400     EXIT.
024500*================================================================
024600 3110-REGLA-DIVISIBLE.
024700*================================================================
024800     IF WS-DIVISOR(WS-DIV-IDX) = 0
024900         GO TO 3110-EXIT
025000     END-IF
025100     DIVIDE NUMERO BY WS-DIVISOR(WS-DIV-IDX)
025200         GIVING RESULTADO REMAINDER RESTO
025300     IF RESTO = 0
025400         SET REGLA-CUMPLE TO TRUE
025500     END-IF.
025600 3110-EXIT.
025700     EXIT.
025800*================================================================
025900 3120-REGLA-CONTIENE.
026000*================================================================
026100     COMPUTE WS-DIGITO-BUSCADO =
026200         FUNCTION MOD(WS-DIVISOR(WS-DIV-IDX), 10)
026300     MOVE WS-DIGITO-BUSCADO TO WS-DIGITO-N
026400     MOVE NUMERO TO WS-NUM-EDITADO
026500     MOVE 0 TO WS-CUANTAS-VECES
026600     INSPECT WS-NUM-EDITADO
026700         TALLYING WS-CUANTAS-VECES
026800         FOR ALL WS-DIGITO-X-CAR
026900     IF WS-CUANTAS-VECES > 0
027000         SET REGLA-CUMPLE TO TRUE
027100     END-IF.
027200 3120-EXIT.
027300     EXIT.
027400*================================================================
027500 3130-REGLA-SUMA.
027600*================================================================
027700     MOVE 0 TO WS-SUMA-DIGITOS
027800     PERFORM 3135-SUMAR-DIGITO THRU 3135-EXIT
027900         VARYING WS-IDX-DIGITO FROM 1 BY 1
028000         UNTIL WS-IDX-DIGITO > 9
028100     DIVIDE WS-SUMA-DIGITOS BY WS-DIVISOR(WS-DIV-IDX)
028200         GIVING RESULTADO REMAINDER RESTO
028300     IF RESTO = 0
028400         SET REGLA-CUMPLE TO TRUE
028500     END-IF.
028600 3130-EXIT.
028700     EXIT.
028800*================================================================
028900 3135-SUMAR-DIGITO.
029000*================================================================
029100     MOVE NUMERO(WS-IDX-DIGITO:1) TO WS-DIGITO-X-CAR
029200     ADD WS-DIGITO-N TO WS-SUMA-DIGITOS.
029300 3135-EXIT.
029400     EXIT.
029500 END PROGRAM FIZZSRV.
