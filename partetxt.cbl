000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PARTETXT.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. PARTIDOR DE ELTEXTO PARA
001300*                    CORRER PALINDROMO EN PARALELO, COMO PARTEPRIM
001400*                    HACE CON LOS RANGOS DE PRIMO: CORTA ELTEXTO
001500*                    EN N TROZOS (ELTEXTONN) SOLO EN CAMBIO DE
001600*                    CLIENTE Y NUNCA DETRAS DE UN REGISTRO CON
001700*                    MARCA DE CONTINUACION, ESCRIBE LA TARJETA DE
001800*                    CADA TROZO (PALINPARMNN: LAS DE PALINPARM
001900*                    MAS LA TARJETA TROZO) Y UN MANIFIESTO
002000*                    (TROZOMAN) CON LOS FISICOS, CLIENTES Y HASH
002100*                    DE CADA TROZO Y DEL ORIGINAL, QUE EL CASADOR
002200*                    UNETXT USA PARA PROBAR QUE LOS TROZOS SUMAN
002300*                    EL ORIGINAL.
002400*----------------------------------------------------------------
002500* TARJETA PARTXPARM: "PARTE" + PARTES 9(02). PARTES FUERA DE 2-20
002600* SE RECHAZA CON RC 8, IGUAL QUE SIN ELTEXTO.
002700* EL CORTE BUSCA TROZOS DE FISICOS PARECIDOS: SE CORTA EN EL
002800* PRIMER CAMBIO DE CLIENTE TRAS ALCANZAR LA PARTE PROPORCIONAL DEL
002900* TOTAL. UN CLIENTE NUNCA SE REPARTE ENTRE DOS TROZOS, ASI QUE CON
003000* POCOS CLIENTES LOS ULTIMOS TROZOS QUEDAN VACIOS (SE ESCRIBEN
003100* IGUAL, PARA QUE CORRAN LOS N TRABAJOS) Y EL RC ES 4.
003200* EL HASH ES EL DE CONTROL (MODULO CTLHASH) SOBRE CLIENTE + 191
003300* PRIMERAS POSICIONES DEL TEXTO + MARCA, EL MISMO QUE ACUMULA
003400* PALINDROMO EN UNA CORRIDA POR TROZOS. SI AL PARTIR LOS TROZOS
003500* NO SUMAN LOS FISICOS Y EL HASH DEL ORIGINAL, RC 8.
003600* CADA TRABAJO DE TROZO ASIGNA ELTEXTO, PALINPARM, PALINDRPT,
003700* PALINDREJ Y PALINTOT A LOS FICHEROS DE SU TROZO.
003800*----------------------------------------------------------------
003900 ENVIRONMENT     DIVISION.
004000 INPUT-OUTPUT    SECTION.
004100 FILE-CONTROL.
004200     SELECT PARTE-PARM ASSIGN TO "PARTXPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PARM-STATUS.
004500     SELECT ELTEXTO-FILE ASSIGN TO "ELTEXTO"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ELT-STATUS.
004800     SELECT PALINDROMO-PARM ASSIGN TO "PALINPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PAL-STATUS.
005100     SELECT TROZO-TEXTO ASSIGN TO WS-NOMBRE-TROZO
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT TROZO-PARM ASSIGN TO WS-NOMBRE-PARM
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT TROZO-MANIF ASSIGN TO "TROZOMAN"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT PARTE-RPT ASSIGN TO "PARTXRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900 DATA            DIVISION.
006000 FILE            SECTION.
006100 FD  PARTE-PARM
006200     RECORDING MODE IS F.
006300 01  PARM-REGISTRO.
006400     05  PARM-TIPO           PIC X(05).
006500     05  PARM-PARTES         PIC X(02).
006600     05  PARM-PARTES-N REDEFINES PARM-PARTES
006700                             PIC 9(02).
006800 FD  ELTEXTO-FILE
006900     RECORDING MODE IS F.
007000 01  ELTEXTO-REGISTRO.
007100     05  ELTEXTO-CLIENTE     PIC X(08).
007200     05  ELTEXTO-TEXTO       PIC X(7992).
007300     05  ELTEXTO-CONT        PIC X(01).
007400 FD  PALINDROMO-PARM
007500     RECORDING MODE IS F.
007600 01  PAL-REGISTRO.
007700     05  PAL-TIPO            PIC X(05).
007800     05  PAL-VALOR           PIC X(10).
007900 FD  TROZO-TEXTO
008000     RECORDING MODE IS F.
008100 01  TRZ-REGISTRO            PIC X(8001).
008200 FD  TROZO-PARM
008300     RECORDING MODE IS F.
008400 01  TPA-REGISTRO.
008500     05  TPA-TIPO            PIC X(05).
008600     05  TPA-NUMERO          PIC 9(02).
008700     05  TPA-BASE            PIC 9(08).
008800 01  TPA-COPIA               PIC X(15).
008900*    MANIFIESTO: UNA LINEA TROZO POR TROZO Y UNA LINEA TOTAL CON
009000*    EL ORIGINAL (EN NUMERO, LAS PARTES PEDIDAS).
009100 FD  TROZO-MANIF
009200     RECORDING MODE IS F.
009300 01  MAN-REGISTRO.
009400     05  MAN-TIPO            PIC X(05).
009500     05  MAN-NUMERO          PIC 9(02).
009600     05  MAN-BASE            PIC 9(08).
009700     05  MAN-FISICOS         PIC 9(09).
009800     05  MAN-CLIENTES        PIC 9(05).
009900     05  MAN-HASH            PIC 9(18).
010000     05  MAN-FECHA           PIC 9(08).
010100 FD  PARTE-RPT
010200     RECORDING MODE IS F.
010300 01  RPT-LINEA               PIC X(80).
010400 01  RPT-TROZO-DET.
010500     05  RPT-TRZ-LIT         PIC X(06).
010600     05  RPT-TRZ-NUMERO      PIC 9(02).
010700     05  FILLER              PIC X(02).
010800     05  RPT-TRZ-FISICOS     PIC Z(8)9.
010900     05  FILLER              PIC X(02).
011000     05  RPT-TRZ-CLIENTES    PIC Z(4)9.
011100     05  FILLER              PIC X(02).
011200     05  RPT-TRZ-DESDE       PIC X(08).
011300     05  FILLER              PIC X(02).
011400     05  RPT-TRZ-HASTA       PIC X(08).
011500 01  RPT-RESUMEN-REGISTRO.
011600     05  RPT-RESUMEN-ETIQUETA PIC X(30).
011700     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
011800 WORKING-STORAGE SECTION.
011900*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
012000     COPY FECNEG.
012100 01  WS-PARM-STATUS          PIC X(02).
012200     88  WS-PARM-NO-EXISTE           VALUE "35".
012300     88  WS-PARM-FIN-FICHERO         VALUE "10".
012400 01  WS-ELT-STATUS           PIC X(02).
012500     88  WS-ELT-NO-EXISTE            VALUE "35".
012600     88  WS-ELT-FIN-FICHERO          VALUE "10".
012700 01  WS-PAL-STATUS           PIC X(02).
012800     88  WS-PAL-NO-EXISTE            VALUE "35".
012900     88  WS-PAL-FIN-FICHERO          VALUE "10".
013000 01  WS-SWITCHES.
013100     05  WS-PARTIDO-MAL      PIC X(01) VALUE "N".
013200         88  PARTIDO-MAL             VALUE "S".
013300     05  WS-SE-PARTE         PIC X(01) VALUE "S".
013400         88  NO-SE-PARTE             VALUE "N".
013500 01  WS-NOMBRE-TROZO         PIC X(20) VALUE SPACES.
013600 01  WS-NOMBRE-PARM          PIC X(20) VALUE SPACES.
013700 01  WS-PARTES               PIC 9(02) VALUE ZERO.
013800*    TOTALES DEL ORIGINAL (PRIMERA PASADA).
013900 01  WS-ORIGINAL.
014000     05  WS-ORI-FISICOS      PIC 9(09) VALUE ZERO.
014100     05  WS-ORI-CLIENTES     PIC 9(05) VALUE ZERO.
014200     05  WS-ORI-HASH         PIC 9(18) VALUE ZERO.
014300*    TROZO EN CURSO (SEGUNDA PASADA).
014400 01  WS-TROZO-ACTUAL.
014500     05  WS-TRZ-NUMERO       PIC 9(02) VALUE ZERO.
014600     05  WS-TRZ-BASE         PIC 9(09) VALUE ZERO.
014700     05  WS-TRZ-FISICOS      PIC 9(09) VALUE ZERO.
014800     05  WS-TRZ-CLIENTES     PIC 9(05) VALUE ZERO.
014900     05  WS-TRZ-HASH         PIC 9(18) VALUE ZERO.
015000     05  WS-TRZ-DESDE        PIC X(08) VALUE SPACES.
015100     05  WS-TRZ-HASTA        PIC X(08) VALUE SPACES.
015200*    SUMA DE LOS TROZOS, PARA LA PRUEBA CONTRA EL ORIGINAL.
015300 01  WS-SUMA-TROZOS.
015400     05  WS-SUM-FISICOS      PIC 9(09) VALUE ZERO.
015500     05  WS-SUM-CLIENTES     PIC 9(05) VALUE ZERO.
015600     05  WS-SUM-HASH         PIC 9(18) VALUE ZERO.
015700     05  WS-TROZOS-VACIOS    PIC 9(02) VALUE ZERO.
015800 01  WS-CORTE.
015900     05  WS-LEIDOS           PIC 9(09) VALUE ZERO.
016000     05  WS-UMBRAL           PIC 9(09) VALUE ZERO.
016100     05  WS-CLIENTE-ANT      PIC X(08) VALUE SPACES.
016200     05  WS-CONT-ANT         PIC X(01) VALUE SPACE.
016300 01  WS-HASH-DATOS.
016400     05  WS-CLAVE-CTL        PIC X(200).
016500     05  WS-LARGO-CLAVE-CTL  PIC 9(03) VALUE 200.
016600     05  WS-HASH-LEIDO       PIC 9(18) VALUE ZERO.
016700*    TARJETAS DE PALINPARM QUE SE COPIAN A CADA TROZO.
016800 01  WS-TABLA-TARJETAS.
016900     05  WS-NUM-TARJETAS     PIC 9(02) COMP VALUE ZERO.
017000     05  WS-TARJETA          PIC X(15) OCCURS 20 TIMES.
017100 01  WS-TABLA-BASES.
017200     05  WS-BASE-TROZO       PIC 9(08) OCCURS 20 TIMES.
017300 01  WS-IDX-TARJETA          PIC 9(02) COMP VALUE ZERO.
017400 01  WS-IDX-TROZO            PIC 9(02) VALUE ZERO.
017500 PROCEDURE       DIVISION.
017600*================================================================
017700 0000-MAINLINE.
017800*================================================================
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018000     IF WS-PARTES >= 2 AND WS-PARTES <= 20
018100         PERFORM 2000-CONTAR-ORIGINAL THRU 2000-EXIT
018200     ELSE
018300         MOVE "TARJETA PARTXPARM INVALIDA" TO RPT-LINEA
018400         WRITE RPT-LINEA
018500         SET NO-SE-PARTE TO TRUE
018600     END-IF
018700     IF NO-SE-PARTE
018800         MOVE 8 TO RETURN-CODE
018900     ELSE
019000         PERFORM 3000-PARTIR-ELTEXTO THRU 3000-EXIT
019100         PERFORM 4000-ESCRIBIR-TARJETAS THRU 4000-EXIT
019200             VARYING WS-IDX-TROZO FROM 1 BY 1
019300             UNTIL WS-IDX-TROZO > WS-PARTES
019400         PERFORM 5000-PROBAR-SUMA THRU 5000-EXIT
019500     END-IF
019600     PERFORM 9000-TERMINATE THRU 9000-EXIT
019700     GOBACK.
019800*================================================================
019900 1000-INITIALIZE.
020000*================================================================
020100     OPEN OUTPUT TROZO-MANIF PARTE-RPT
020200     MOVE SPACES TO RPT-RESUMEN-REGISTRO
020300     CALL "FECHANEG" USING FEC-NEG-AREA
020400     OPEN INPUT PARTE-PARM
020500     IF WS-PARM-NO-EXISTE
020600         CONTINUE
020700     ELSE
020800         PERFORM 1100-LEER-PARM THRU 1100-EXIT
020900         PERFORM 1200-PROCESAR-PARM THRU 1200-EXIT
021000             UNTIL WS-PARM-FIN-FICHERO
021100         CLOSE PARTE-PARM
021200     END-IF
021300     OPEN INPUT PALINDROMO-PARM
021400     IF WS-PAL-NO-EXISTE
021500         CONTINUE
021600     ELSE
021700         PERFORM 1300-LEER-PALINPARM THRU 1300-EXIT
021800         PERFORM 1400-GUARDAR-TARJETA THRU 1400-EXIT
021900             UNTIL WS-PAL-FIN-FICHERO
022000         CLOSE PALINDROMO-PARM
022100     END-IF.
022200 1000-EXIT.
022300     EXIT.
022400*================================================================
022500 1100-LEER-PARM.
022600*================================================================
022700     READ PARTE-PARM
022800         AT END
022900             MOVE "10" TO WS-PARM-STATUS
023000     END-READ.
023100 1100-EXIT.
023200     EXIT.
023300*================================================================
023400 1200-PROCESAR-PARM.
023500*================================================================
023600     IF PARM-TIPO = "PARTE" AND PARM-PARTES IS NUMERIC
023700         MOVE PARM-PARTES-N TO WS-PARTES
023800     END-IF
023900     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
024000 1200-EXIT.
024100     EXIT.
024200*================================================================
024300 1300-LEER-PALINPARM.
024400*================================================================
024500     READ PALINDROMO-PARM
024600         AT END
024700             MOVE "10" TO WS-PAL-STATUS
024800     END-READ.
024900 1300-EXIT.
025000     EXIT.
025100*================================================================
025200 1400-GUARDAR-TARJETA.
025300*================================================================
025400*    UNA TARJETA TROZO QUE VINIERA EN PALINPARM NO SE COPIA: LA
025500*    DE CADA TROZO LA PONE ESTE PROGRAMA.
025600     IF PAL-TIPO NOT = "TROZO" AND PAL-REGISTRO NOT = SPACES
025700      AND WS-NUM-TARJETAS < 20
025800         ADD 1 TO WS-NUM-TARJETAS
025900         MOVE PAL-REGISTRO TO WS-TARJETA(WS-NUM-TARJETAS)
026000     END-IF
026100     PERFORM 1300-LEER-PALINPARM THRU 1300-EXIT.
026200 1400-EXIT.
026300     EXIT.
026400*================================================================
026500 2000-CONTAR-ORIGINAL.
026600*================================================================
026700*    PRIMERA PASADA: FISICOS, CLIENTES Y HASH DEL ORIGINAL.
026800     OPEN INPUT ELTEXTO-FILE
026900     IF WS-ELT-NO-EXISTE
027000         MOVE "SIN ELTEXTO, NO SE PARTE" TO RPT-LINEA
027100         WRITE RPT-LINEA
027200         SET NO-SE-PARTE TO TRUE
027300         GO TO 2000-EXIT
027400     END-IF
027500     MOVE SPACES TO WS-CLIENTE-ANT
027600     PERFORM 2100-LEER-ELTEXTO THRU 2100-EXIT
027700     PERFORM 2200-CONTAR-REGISTRO THRU 2200-EXIT
027800         UNTIL WS-ELT-FIN-FICHERO
027900     CLOSE ELTEXTO-FILE
028000     MOVE "FISICOS DEL ORIGINAL" TO RPT-RESUMEN-ETIQUETA
028100     MOVE WS-ORI-FISICOS TO RPT-RESUMEN-VALOR
028200     WRITE RPT-RESUMEN-REGISTRO
028300     MOVE "CLIENTES DEL ORIGINAL" TO RPT-RESUMEN-ETIQUETA
028400     MOVE WS-ORI-CLIENTES TO RPT-RESUMEN-VALOR
028500     WRITE RPT-RESUMEN-REGISTRO
028600     MOVE "PARTES PEDIDAS" TO RPT-RESUMEN-ETIQUETA
028700     MOVE WS-PARTES TO RPT-RESUMEN-VALOR
028800     WRITE RPT-RESUMEN-REGISTRO.
028900 2000-EXIT.
029000     EXIT.
029100*================================================================
029200 2100-LEER-ELTEXTO.
029300*================================================================
029400     READ ELTEXTO-FILE
029500         AT END
029600             MOVE "10" TO WS-ELT-STATUS
029700         NOT AT END
029800             PERFORM 2150-HASH-REGISTRO THRU 2150-EXIT
029900     END-READ.
030000 2100-EXIT.
030100     EXIT.
030200*================================================================
030300 2150-HASH-REGISTRO.
030400*================================================================
030500*    MISMA CLAVE QUE ACUMULA PALINDROMO EN SU 2190-SUMAR-TROZO.
030600     MOVE ZERO TO WS-HASH-LEIDO
030700     MOVE ELTEXTO-CLIENTE TO WS-CLAVE-CTL(1:8)
030800     MOVE ELTEXTO-TEXTO(1:191) TO WS-CLAVE-CTL(9:191)
030900     MOVE ELTEXTO-CONT TO WS-CLAVE-CTL(200:1)
031000     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
031100         WS-HASH-LEIDO.
031200 2150-EXIT.
031300     EXIT.
031400*================================================================
031500 2200-CONTAR-REGISTRO.
031600*================================================================
031700     ADD 1 TO WS-ORI-FISICOS
031800     COMPUTE WS-ORI-HASH =
031900         FUNCTION MOD(WS-ORI-HASH + WS-HASH-LEIDO, 10 ** 17)
032000     IF ELTEXTO-CLIENTE NOT = WS-CLIENTE-ANT
032100      OR WS-ORI-FISICOS = 1
032200         ADD 1 TO WS-ORI-CLIENTES
032300         MOVE ELTEXTO-CLIENTE TO WS-CLIENTE-ANT
032400     END-IF
032500     PERFORM 2100-LEER-ELTEXTO THRU 2100-EXIT.
032600 2200-EXIT.
032700     EXIT.
032800*================================================================
032900 3000-PARTIR-ELTEXTO.
033000*================================================================
033100*    SEGUNDA PASADA: SE ESCRIBE CADA REGISTRO EN EL TROZO EN
033200*    CURSO Y SE PASA AL SIGUIENTE EN EL PRIMER CORTE PERMITIDO
033300*    TRAS ALCANZAR SU PARTE PROPORCIONAL DE FISICOS.
033400     MOVE "00" TO WS-ELT-STATUS
033500     OPEN INPUT ELTEXTO-FILE
033600     MOVE SPACES TO WS-CLIENTE-ANT
033700     MOVE SPACE TO WS-CONT-ANT
033800     MOVE 0 TO WS-LEIDOS
033900     MOVE 1 TO WS-IDX-TROZO
034000     PERFORM 3100-ABRIR-TROZO THRU 3100-EXIT
034100     PERFORM 2100-LEER-ELTEXTO THRU 2100-EXIT
034200     PERFORM 3200-REPARTIR-REGISTRO THRU 3200-EXIT
034300         UNTIL WS-ELT-FIN-FICHERO
034400     CLOSE ELTEXTO-FILE
034500     PERFORM 3300-CERRAR-TROZO THRU 3300-EXIT
034600*    SIN CAMBIOS DE CLIENTE BASTANTES, LOS TROZOS QUE FALTAN SE
034700*    ESCRIBEN VACIOS.
034800     PERFORM 3400-TROZO-VACIO THRU 3400-EXIT
034900         UNTIL WS-IDX-TROZO >= WS-PARTES
035000     MOVE SPACES TO MAN-REGISTRO
035100     MOVE "TOTAL" TO MAN-TIPO
035200     MOVE WS-PARTES TO MAN-NUMERO
035300     MOVE 0 TO MAN-BASE
035400     MOVE WS-ORI-FISICOS TO MAN-FISICOS
035500     MOVE WS-ORI-CLIENTES TO MAN-CLIENTES
035600     MOVE WS-ORI-HASH TO MAN-HASH
035700     MOVE FEC-NEG-FECHA TO MAN-FECHA
035800     WRITE MAN-REGISTRO.
035900 3000-EXIT.
036000     EXIT.
036100*================================================================
036200 3100-ABRIR-TROZO.
036300*================================================================
036400     MOVE SPACES TO WS-NOMBRE-TROZO
036500     STRING "ELTEXTO" DELIMITED BY SIZE
036600         WS-IDX-TROZO DELIMITED BY SIZE
036700         INTO WS-NOMBRE-TROZO
036800     END-STRING
036900     OPEN OUTPUT TROZO-TEXTO
037000     MOVE WS-IDX-TROZO TO WS-TRZ-NUMERO
037100     MOVE WS-LEIDOS TO WS-TRZ-BASE
037200     MOVE 0 TO WS-TRZ-FISICOS WS-TRZ-CLIENTES WS-TRZ-HASH
037300     MOVE SPACES TO WS-TRZ-DESDE WS-TRZ-HASTA
037400     COMPUTE WS-UMBRAL = (WS-ORI-FISICOS * WS-IDX-TROZO)
037500         / WS-PARTES.
037600 3100-EXIT.
037700     EXIT.
037800*================================================================
037900 3200-REPARTIR-REGISTRO.
038000*================================================================
038100*    CORTE PERMITIDO: CAMBIA EL CLIENTE, EL REGISTRO ANTERIOR NO
038200*    PIDE CONTINUACION, EL TROZO EN CURSO YA TIENE SU PARTE Y NO
038300*    ES EL ULTIMO.
038400     IF WS-LEIDOS > 0
038500      AND ELTEXTO-CLIENTE NOT = WS-CLIENTE-ANT
038600      AND WS-CONT-ANT NOT = "+"
038700      AND WS-LEIDOS >= WS-UMBRAL
038800      AND WS-IDX-TROZO < WS-PARTES
038900         PERFORM 3300-CERRAR-TROZO THRU 3300-EXIT
039000         ADD 1 TO WS-IDX-TROZO
039100         PERFORM 3100-ABRIR-TROZO THRU 3100-EXIT
039200     END-IF
039300     IF WS-TRZ-FISICOS = 0
039400      OR ELTEXTO-CLIENTE NOT = WS-CLIENTE-ANT
039500         ADD 1 TO WS-TRZ-CLIENTES
039600         IF WS-TRZ-FISICOS = 0
039700             MOVE ELTEXTO-CLIENTE TO WS-TRZ-DESDE
039800         END-IF
039900     END-IF
040000     MOVE ELTEXTO-REGISTRO TO TRZ-REGISTRO
040100     WRITE TRZ-REGISTRO
040200     ADD 1 TO WS-TRZ-FISICOS
040300     ADD 1 TO WS-LEIDOS
040400     COMPUTE WS-TRZ-HASH =
040500         FUNCTION MOD(WS-TRZ-HASH + WS-HASH-LEIDO, 10 ** 17)
040600     MOVE ELTEXTO-CLIENTE TO WS-CLIENTE-ANT WS-TRZ-HASTA
040700     MOVE ELTEXTO-CONT TO WS-CONT-ANT
040800     PERFORM 2100-LEER-ELTEXTO THRU 2100-EXIT.
040900 3200-EXIT.
041000     EXIT.
041100*================================================================
041200 3300-CERRAR-TROZO.
041300*================================================================
041400     CLOSE TROZO-TEXTO
041500     MOVE SPACES TO MAN-REGISTRO
041600     MOVE "TROZO" TO MAN-TIPO
041700     MOVE WS-TRZ-NUMERO TO MAN-NUMERO
041800     MOVE WS-TRZ-BASE TO MAN-BASE
041900     MOVE WS-TRZ-FISICOS TO MAN-FISICOS
042000     MOVE WS-TRZ-CLIENTES TO MAN-CLIENTES
042100     MOVE WS-TRZ-HASH TO MAN-HASH
042200     MOVE FEC-NEG-FECHA TO MAN-FECHA
042300     WRITE MAN-REGISTRO
042400     MOVE WS-TRZ-BASE TO WS-BASE-TROZO(WS-TRZ-NUMERO)
042500     ADD WS-TRZ-FISICOS TO WS-SUM-FISICOS
042600     ADD WS-TRZ-CLIENTES TO WS-SUM-CLIENTES
042700     COMPUTE WS-SUM-HASH =
042800         FUNCTION MOD(WS-SUM-HASH + WS-TRZ-HASH, 10 ** 17)
042900     IF WS-TRZ-FISICOS = 0
043000         ADD 1 TO WS-TROZOS-VACIOS
043100     END-IF
043200     MOVE SPACES TO RPT-TROZO-DET
043300     MOVE "TROZO " TO RPT-TRZ-LIT
043400     MOVE WS-TRZ-NUMERO TO RPT-TRZ-NUMERO
043500     MOVE WS-TRZ-FISICOS TO RPT-TRZ-FISICOS
043600     MOVE WS-TRZ-CLIENTES TO RPT-TRZ-CLIENTES
043700     MOVE WS-TRZ-DESDE TO RPT-TRZ-DESDE
043800     MOVE WS-TRZ-HASTA TO RPT-TRZ-HASTA
043900     WRITE RPT-TROZO-DET.
044000 3300-EXIT.
044100     EXIT.
044200*================================================================
044300 3400-TROZO-VACIO.
044400*================================================================
044500     ADD 1 TO WS-IDX-TROZO
044600     PERFORM 3100-ABRIR-TROZO THRU 3100-EXIT
044700     PERFORM 3300-CERRAR-TROZO THRU 3300-EXIT.
044800 3400-EXIT.
044900     EXIT.
045000*================================================================
045100 4000-ESCRIBIR-TARJETAS.
045200*================================================================
045300*    TARJETA DE CADA TROZO: LAS DE PALINPARM Y LA TARJETA TROZO
045400*    CON SU NUMERO Y LOS FISICOS DEL ORIGINAL ANTERIORES A EL,
045500*    GUARDADOS AL CERRAR CADA TROZO.
045600     MOVE SPACES TO WS-NOMBRE-PARM
045700     STRING "PALINPARM" DELIMITED BY SIZE
045800         WS-IDX-TROZO DELIMITED BY SIZE
045900         INTO WS-NOMBRE-PARM
046000     END-STRING
046100     OPEN OUTPUT TROZO-PARM
046200     PERFORM 4100-COPIAR-TARJETA THRU 4100-EXIT
046300         VARYING WS-IDX-TARJETA FROM 1 BY 1
046400         UNTIL WS-IDX-TARJETA > WS-NUM-TARJETAS
046500     MOVE "TROZO" TO TPA-TIPO
046600     MOVE WS-IDX-TROZO TO TPA-NUMERO
046700     MOVE WS-BASE-TROZO(WS-IDX-TROZO) TO TPA-BASE
046800     WRITE TPA-REGISTRO
046900     CLOSE TROZO-PARM.
047000 4000-EXIT.
047100     EXIT.
047200*================================================================
047300 4100-COPIAR-TARJETA.
047400*================================================================
047500     MOVE WS-TARJETA(WS-IDX-TARJETA) TO TPA-COPIA
047600     WRITE TPA-COPIA.
047700 4100-EXIT.
047800     EXIT.
047900*================================================================
048000 5000-PROBAR-SUMA.
048100*================================================================
048200*    LOS TROZOS DEBEN SUMAR EXACTAMENTE LOS FISICOS, LOS CLIENTES
048300*    Y EL HASH DE LA PRIMERA PASADA.
048400     IF WS-SUM-FISICOS NOT = WS-ORI-FISICOS
048500      OR WS-SUM-CLIENTES NOT = WS-ORI-CLIENTES
048600      OR WS-SUM-HASH NOT = WS-ORI-HASH
048700         MOVE "LOS TROZOS NO SUMAN EL ORIGINAL" TO RPT-LINEA
048800         WRITE RPT-LINEA
048900         SET PARTIDO-MAL TO TRUE
049000     END-IF
049100     MOVE "TROZOS VACIOS" TO RPT-RESUMEN-ETIQUETA
049200     MOVE WS-TROZOS-VACIOS TO RPT-RESUMEN-VALOR
049300     WRITE RPT-RESUMEN-REGISTRO
049400     IF PARTIDO-MAL
049500         MOVE "RESULTADO: PARTICION ERRONEA" TO RPT-LINEA
049600         WRITE RPT-LINEA
049700         MOVE 8 TO RETURN-CODE
049800     ELSE
049900         MOVE "RESULTADO: PARTICION CORRECTA" TO RPT-LINEA
050000         WRITE RPT-LINEA
050100         IF WS-TROZOS-VACIOS > 0
050200             MOVE 4 TO RETURN-CODE
050300         END-IF
050400     END-IF.
050500 5000-EXIT.
050600     EXIT.
050700*================================================================
050800 9000-TERMINATE.
050900*================================================================
051000     CLOSE TROZO-MANIF PARTE-RPT.
051100 9000-EXIT.
051200     EXIT.
051300 END PROGRAM PARTETXT.
