000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MUESTREO.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SELECCION REPRODUCIBLE DE
001300*                    MUESTRAS DE CALIDAD SOBRE LAS ENTREGAS
001400*                    ELTEXTO, ANAGRAIN O AREAPOLIN, QUE HASTA
001500*                    AHORA SE ESCOGIAN A MANO TRAS DIMENSIONAR
001600*                    CON COMBINA. EL TAMANO SE DA FIJO O SE
001700*                    CALCULA POR CONFIANZA CON LA MISMA
001800*                    HIPERGEOMETRICA DE LA OPERACION H DE
001900*                    COMBINA; LA SELECCION ES ALEATORIA CON
002000*                    SEMILLA Y OPCIONALMENTE ESTRATIFICADA POR
002100*                    CLIENTE. LOS REGISTROS ELEGIDOS SALEN A
002200*                    MUESREV CON SU LINAJE, Y LA SEMILLA Y LA
002300*                    SELECCION QUEDAN EN LA AUDITORIA DEL DIA
002400*                    PARA QUE EL AUDITOR PUEDA REPETIR LA MUESTRA.
002500*----------------------------------------------------------------
002600* TARJETAS MUESPARM (TIPO X(05) Y VALOR X(10)):
002700*   FEED  ELTEXTO, ANAGRAIN O AREAPOLIN (OBLIGATORIA).
002800*   TAMAN TAMANO DE MUESTRA POR ESTRATO, 9(10).
002900*   CONFI CONFIANZA BUSCADA EN %, 9(03)V99 (P.EJ. 09500).
003000*   DEFEC TASA DE DEFECTOS TOLERABLE EN %, 9(03)V99 (00500).
003100*   SEMIL SEMILLA, 9(10); POR DEFECTO LA FECHA DE NEGOCIO.
003200*   ESTRA S = ESTRATIFICAR POR CLIENTE.
003300* SIN TAMAN HACEN FALTA CONFI Y DEFEC: EL TAMANO DE CADA ESTRATO
003400* ES EL MENOR N CON EL QUE, SI HUBIERA EN LA POBLACION LOS
003500* DEFECTOS TOLERABLES (REDONDEADOS HACIA ARRIBA, AL MENOS UNO),
003600* LA PROBABILIDAD DE NO VER NINGUNO EN LA MUESTRA QUEDA POR
003700* DEBAJO DE 1 - CONFIANZA: LA P(X <= 0) DE LA OPERACION H DE
003800* COMBINA, CALCULADA AQUI SIN SU LIMITE DE 999 REGISTROS.
003900*----------------------------------------------------------------
004000* LA UNIDAD DE MUESTREO ES EL REGISTRO LOGICO: UNA CADENA DE
004100* CONTINUACION DE ELTEXTO (COMO LA REENSAMBLA PALINDROMO) O UNA
004200* FIGURA DE AREAPOLIN CON SUS COORD Y TRAMO. SE ELIGE ENTERA Y
004300* CADA SEGMENTO SALE CON SU PROPIO LINAJE. EL CLIENTE DE
004400* AREAPOLIN SE TOMA DEL MAESTRO DE ORDENES ORDMAST; ANAGRAIN NO
004500* LLEVA CLIENTE Y NO SE ESTRATIFICA.
004600* LA SELECCION RECORRE EL FICHERO DOS VECES: LA PRIMERA CUENTA
004700* LA POBLACION DE CADA ESTRATO Y LA SEGUNDA ELIGE POR MUESTREO
004800* SECUENCIAL (CADA UNIDAD ENTRA CON PROBABILIDAD PENDIENTES DE
004900* ELEGIR ENTRE PENDIENTES DE VER) CON EL GENERADOR CONGRUENCIAL
005000* MINIMO 16807 MOD 2147483647. MISMA ENTREGA, MISMAS TARJETAS Y
005100* MISMA SEMILLA DAN SIEMPRE LA MISMA MUESTRA.
005200* RETURN-CODE 4 CON AVISOS, 8 SI LAS TARJETAS O EL FEED NO
005300* PERMITEN MUESTREAR (NO SE ELIGE NADA).
005400*----------------------------------------------------------------
005500 ENVIRONMENT     DIVISION.
005600 INPUT-OUTPUT    SECTION.
005700 FILE-CONTROL.
005800     SELECT MUESTRA-PARM ASSIGN TO "MUESPARM"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PARM-STATUS.
006100     SELECT ELTEXTO-FILE ASSIGN TO "ELTEXTO"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TXT-STATUS.
006400     SELECT ANAGRAMA-IN ASSIGN TO "ANAGRAIN"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ANA-STATUS.
006700     SELECT AREA-POL-IN ASSIGN TO "AREAPOLIN"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-POL-STATUS.
007000     SELECT ORDEN-MAST ASSIGN TO "ORDMAST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS ORM-REFERENCIA
007400         FILE STATUS IS WS-ORM-STATUS.
007500     SELECT MUESTRA-REV ASSIGN TO "MUESREV"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT MUESTRA-RPT ASSIGN TO "MUESRPT"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900 DATA            DIVISION.
008000 FILE            SECTION.
008100 FD  MUESTRA-PARM
008200     RECORDING MODE IS F.
008300 01  PARM-REGISTRO.
008400     05  PARM-TIPO           PIC X(05).
008500     05  PARM-VALOR          PIC X(10).
008600     05  PARM-NUMERO REDEFINES PARM-VALOR
008700                             PIC 9(10).
008800     05  PARM-PORCENTAJE REDEFINES PARM-VALOR.
008900         10  PARM-PCT        PIC 9(03)V99.
009000         10  PARM-PCT-RESTO  PIC X(05).
009100 FD  ELTEXTO-FILE
009200     RECORDING MODE IS F.
009300 01  ELTEXTO-REGISTRO.
009400     05  ELTEXTO-CLIENTE     PIC X(08).
009500     05  ELTEXTO-TEXTO       PIC X(7992).
009600*        "+" = EL TEXTO CONTINUA EN EL REGISTRO SIGUIENTE.
009700     05  ELTEXTO-CONT        PIC X(01).
009800 FD  ANAGRAMA-IN
009900     RECORDING MODE IS F.
010000 01  ANA-REGISTRO.
010100     05  ANA-CADENA1         PIC X(100).
010200     05  ANA-CADENA4         PIC X(100).
010300 FD  AREA-POL-IN
010400     RECORDING MODE IS F.
010500*    SOLO INTERESAN EL TIPO Y LA REFERENCIA DE LA ORDEN; EL RESTO
010600*    VIAJA EN LA IMAGEN.
010700 01  POLY-REGISTRO.
010800     05  POLY-TIPO           PIC X(10).
010900     05  FILLER              PIC X(74).
011000     05  POLY-REFERENCIA     PIC X(10).
011100 FD  ORDEN-MAST.
011200     COPY ORDREG.
011300 FD  MUESTRA-REV
011400     RECORDING MODE IS F.
011500 01  REV-REGISTRO.
011600     05  REV-LINAJE.
011700         10  REV-LIN-FICHERO PIC X(10).
011800         10  REV-LIN-FECHA   PIC 9(08).
011900         10  REV-LIN-SECUEN  PIC 9(09).
012000     05  REV-CLIENTE         PIC X(08).
012100     05  REV-SEMILLA         PIC 9(10).
012200     05  REV-IMAGEN          PIC X(8001).
012300 FD  MUESTRA-RPT
012400     RECORDING MODE IS F.
012500 01  RPT-LINEA               PIC X(80).
012600 01  RPT-DETALLE.
012700     05  RPT-ESTRATO         PIC X(14).
012800     05  RPT-POBLACION       PIC Z(8)9.
012900     05  FILLER              PIC X(02).
013000     05  RPT-DEFECTOS        PIC Z(8)9.
013100     05  FILLER              PIC X(02).
013200     05  RPT-MUESTRA         PIC Z(8)9.
013300     05  FILLER              PIC X(02).
013400     05  RPT-ELEGIDOS        PIC Z(8)9.
013500 01  RPT-RESUMEN-REGISTRO.
013600     05  RPT-RESUMEN-ETIQUETA PIC X(30).
013700     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
013800 WORKING-STORAGE SECTION.
013900*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
014000     COPY FECNEG.
014100*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
014200     COPY AUDREG.
014300 01  WS-PARM-STATUS          PIC X(02).
014400     88  WS-PARM-NO-EXISTE           VALUE "35".
014500     88  WS-PARM-FIN-FICHERO         VALUE "10".
014600 01  WS-TXT-STATUS           PIC X(02).
014700     88  WS-TXT-NO-EXISTE            VALUE "35".
014800 01  WS-ANA-STATUS           PIC X(02).
014900     88  WS-ANA-NO-EXISTE            VALUE "35".
015000 01  WS-POL-STATUS           PIC X(02).
015100     88  WS-POL-NO-EXISTE            VALUE "35".
015200 01  WS-ORM-STATUS           PIC X(02).
015300 01  WS-FIN-FEED             PIC X(01) VALUE "N".
015400     88  FIN-FEED                    VALUE "S".
015500 01  WS-ORDMAST-ABIERTO      PIC X(01) VALUE "N".
015600     88  ORDMAST-ABIERTO             VALUE "S".
015700 01  WS-CORRIDA              PIC X(01) VALUE "S".
015800     88  CORRIDA-VALIDA              VALUE "S".
015900     88  CORRIDA-ANULADA             VALUE "N".
016000*----------------------------------------------------------------
016100* PARAMETROS DE LA MUESTRA.
016200*----------------------------------------------------------------
016300 01  WS-FEED                 PIC X(10) VALUE SPACES.
016400     88  FEED-ELTEXTO                VALUE "ELTEXTO".
016500     88  FEED-ANAGRAIN               VALUE "ANAGRAIN".
016600     88  FEED-AREAPOLIN              VALUE "AREAPOLIN".
016700 01  WS-TAMANO-FIJO          PIC 9(10) VALUE ZERO.
016800 01  WS-CONFIANZA            PIC 9(03)V99 VALUE ZERO.
016900 01  WS-DEFECTO              PIC 9(03)V99 VALUE ZERO.
017000 01  WS-SEMILLA              PIC 9(10) VALUE ZERO.
017100 01  WS-SEMILLA-DADA         PIC X(01) VALUE "N".
017200     88  SEMILLA-DADA                VALUE "S".
017300 01  WS-ESTRATIFICAR         PIC X(01) VALUE "N".
017400     88  ESTRATIFICAR                VALUE "S".
017500 01  WS-TARJETA-MALA         PIC X(15).
017600*----------------------------------------------------------------
017700* GENERADOR CONGRUENCIAL MINIMO (PARK Y MILLER): ESTADO EN
017800* 1..2147483646, SIGUIENTE = ESTADO * 16807 MOD 2147483647.
017900*----------------------------------------------------------------
018000 01  WS-MODULO-GEN           PIC 9(10) COMP VALUE 2147483647.
018100 01  WS-ESTADO-GEN           PIC 9(10) COMP VALUE ZERO.
018200 01  WS-PRODUCTO-GEN         PIC 9(18) COMP VALUE ZERO.
018300 01  WS-COCIENTE-GEN         PIC 9(18) COMP VALUE ZERO.
018400 01  WS-LADO-SORTEO          PIC 9(18) COMP VALUE ZERO.
018500 01  WS-LADO-CUOTA           PIC 9(18) COMP VALUE ZERO.
018600*----------------------------------------------------------------
018700* REGISTRO EN CURSO: LINAJE, CLIENTE Y SI ABRE UNIDAD LOGICA.
018800*----------------------------------------------------------------
018900 01  WS-SECUENCIA-LECTURA    PIC 9(09) VALUE ZERO.
019000 01  WS-IMAGEN               PIC X(8001).
019100 01  WS-CLIENTE-UNIDAD       PIC X(08) VALUE SPACES.
019200 01  WS-INICIA-UNIDAD        PIC X(01) VALUE "S".
019300     88  INICIA-UNIDAD               VALUE "S".
019400 01  WS-UNIDAD-ELEGIDA       PIC X(01) VALUE "N".
019500     88  UNIDAD-ELEGIDA              VALUE "S".
019600 01  WS-CONT-ANTERIOR        PIC X(01) VALUE SPACE.
019700 01  WS-CLIENTE-ANTERIOR     PIC X(08) VALUE SPACES.
019800 01  WS-SEGMENTOS            PIC 9(01) VALUE ZERO.
019900*----------------------------------------------------------------
020000* ESTRATOS: UNO POR CLIENTE, O UNO SOLO SIN ESTRATIFICAR.
020100*----------------------------------------------------------------
020200 01  WS-TABLA-ESTRATOS.
020300     05  WS-NUM-ESTRATOS     PIC 9(04) COMP VALUE ZERO.
020400     05  WS-EST-ENTRY OCCURS 999 TIMES.
020500         10  WS-EST-CLIENTE  PIC X(08).
020600         10  WS-EST-POBLACION PIC 9(08) COMP.
020700         10  WS-EST-DEFECTOS PIC 9(08) COMP.
020800         10  WS-EST-MUESTRA  PIC 9(08) COMP.
020900         10  WS-EST-PEND-POB PIC 9(08) COMP.
021000         10  WS-EST-PEND-MUE PIC 9(08) COMP.
021100         10  WS-EST-ELEGIDOS PIC 9(08) COMP.
021200 01  WS-CLAVE-ESTRATO        PIC X(08).
021300 01  WS-IDX-EST              PIC 9(04) COMP VALUE ZERO.
021400 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
021500*----------------------------------------------------------------
021600* DIMENSIONADO HIPERGEOMETRICO DEL ESTRATO EN CURSO.
021700*----------------------------------------------------------------
021800 01  WS-DEFECTOS-EXACTO      PIC 9(09)V9(04) VALUE ZERO.
021900 01  WS-DEFECTOS             PIC 9(08) VALUE ZERO.
022000 01  WS-PROB-NINGUNO         PIC 9V9(17) VALUE ZERO.
022100 01  WS-RIESGO               PIC 9V9(17) VALUE ZERO.
022200 01  WS-TAMANO               PIC 9(08) VALUE ZERO.
022300*----------------------------------------------------------------
022400* EDICION PARA INFORME Y AUDITORIA.
022500*----------------------------------------------------------------
022600 01  WS-EDIT-FECHA           PIC 9(08).
022700 01  WS-EDIT-SEMILLA         PIC 9(10).
022800 01  WS-EDIT-TAMANO          PIC 9(10).
022900 01  WS-EDIT-PCT-1           PIC ZZ9.99.
023000 01  WS-EDIT-PCT-2           PIC ZZ9.99.
023100 01  WS-EDIT-POBLACION       PIC 9(08).
023200 01  WS-EDIT-MUESTRA         PIC 9(08).
023300 01  WS-CABECERA.
023400     05  FILLER              PIC X(14) VALUE "ESTRATO".
023500     05  FILLER              PIC X(11) VALUE "  POBLACION".
023600     05  FILLER              PIC X(11) VALUE "  DEFECTOS".
023700     05  FILLER              PIC X(11) VALUE "    MUESTRA".
023800     05  FILLER              PIC X(11) VALUE "   ELEGIDOS".
023900 01  WS-CONTADORES.
024000     05  WS-TOTAL-FISICOS    PIC 9(09) COMP VALUE ZERO.
024100     05  WS-TOTAL-UNIDADES   PIC 9(09) COMP VALUE ZERO.
024200     05  WS-TOTAL-ELEGIDAS   PIC 9(09) COMP VALUE ZERO.
024300     05  WS-TOTAL-SEGMENTOS  PIC 9(09) COMP VALUE ZERO.
024400     05  WS-TOTAL-SIN-ORDEN  PIC 9(09) COMP VALUE ZERO.
024500 PROCEDURE       DIVISION.
024600*================================================================
024700 0000-MAINLINE.
024800*================================================================
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025000     IF CORRIDA-VALIDA
025100         PERFORM 3000-CONTAR-POBLACION THRU 3000-EXIT
025200     END-IF
025300     IF CORRIDA-VALIDA
025400         PERFORM 4000-DIMENSIONAR-MUESTRA THRU 4000-EXIT
025500         PERFORM 5000-SELECCIONAR-MUESTRA THRU 5000-EXIT
025600     END-IF
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT
025800     GOBACK.
025900*================================================================
026000 1000-INITIALIZE.
026100*================================================================
026200     OPEN OUTPUT MUESTRA-RPT
026300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
026400     CALL "FECHANEG" USING FEC-NEG-AREA
026500     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT
026600     IF CORRIDA-VALIDA
026700         PERFORM 1200-VALIDAR-PARAMETROS THRU 1200-EXIT
026800     END-IF
026900     IF CORRIDA-ANULADA
027000         MOVE 8 TO RETURN-CODE
027100         GO TO 1000-EXIT
027200     END-IF
027300     IF NOT SEMILLA-DADA
027400         MOVE FEC-NEG-FECHA TO WS-SEMILLA
027500     END-IF
027600     DIVIDE WS-SEMILLA BY WS-MODULO-GEN
027700         GIVING WS-COCIENTE-GEN REMAINDER WS-ESTADO-GEN
027800     IF WS-ESTADO-GEN = 0
027900         MOVE 1 TO WS-ESTADO-GEN
028000     END-IF
028100     PERFORM 1300-CABECERA-INFORME THRU 1300-EXIT
028200     IF FEED-AREAPOLIN AND ESTRATIFICAR
028300         OPEN INPUT ORDEN-MAST
028400         IF WS-ORM-STATUS = "00"
028500             SET ORDMAST-ABIERTO TO TRUE
028600         ELSE
028700             MOVE "AVISO: SIN ORDMAST, FIGURAS SIN CLIENTE"
028800                 TO RPT-LINEA
028900             WRITE RPT-LINEA
029000             MOVE 4 TO RETURN-CODE
029100         END-IF
029200     END-IF.
029300 1000-EXIT.
029400     EXIT.
029500*================================================================
029600 1100-LEER-PARAMETROS.
029700*================================================================
029800     OPEN INPUT MUESTRA-PARM
029900     IF WS-PARM-NO-EXISTE
030000         MOVE "SIN TARJETAS MUESPARM, NO SE MUESTREA" TO RPT-LINEA
030100         WRITE RPT-LINEA
030200         SET CORRIDA-ANULADA TO TRUE
030300         GO TO 1100-EXIT
030400     END-IF
030500     PERFORM 1110-LEER-PARM THRU 1110-EXIT
030600     PERFORM 1120-PROCESAR-PARM THRU 1120-EXIT
030700         UNTIL WS-PARM-FIN-FICHERO
030800     CLOSE MUESTRA-PARM.
030900 1100-EXIT.
031000     EXIT.
031100*================================================================
031200 1110-LEER-PARM.
031300*================================================================
031400     READ MUESTRA-PARM
031500         AT END
031600             MOVE "10" TO WS-PARM-STATUS
031700     END-READ.
031800 1110-EXIT.
031900     EXIT.
032000*================================================================
032100 1120-PROCESAR-PARM.
032200*================================================================
032300*    UNA TARJETA CON VALOR NO NUMERICO O DE TIPO DESCONOCIDO
032400*    ANULA LA CORRIDA: UNA MUESTRA DE AUDITORIA NO SE SACA CON
032500*    PARAMETROS SUPUESTOS.
032600     MOVE SPACES TO WS-TARJETA-MALA
032700     EVALUATE PARM-TIPO
032800         WHEN "FEED "
032900             MOVE PARM-VALOR TO WS-FEED
033000             IF NOT FEED-ELTEXTO AND NOT FEED-ANAGRAIN
033100              AND NOT FEED-AREAPOLIN
033200                 MOVE PARM-REGISTRO TO WS-TARJETA-MALA
033300             END-IF
033400         WHEN "TAMAN"
033500             IF PARM-NUMERO IS NUMERIC AND PARM-NUMERO > 0
033600                 MOVE PARM-NUMERO TO WS-TAMANO-FIJO
033700             ELSE
033800                 MOVE PARM-REGISTRO TO WS-TARJETA-MALA
033900             END-IF
034000         WHEN "CONFI"
034100             IF PARM-PCT IS NUMERIC AND PARM-PCT > 0
034200              AND PARM-PCT < 100
034300                 MOVE PARM-PCT TO WS-CONFIANZA
034400             ELSE
034500                 MOVE PARM-REGISTRO TO WS-TARJETA-MALA
034600             END-IF
034700         WHEN "DEFEC"
034800             IF PARM-PCT IS NUMERIC AND PARM-PCT > 0
034900              AND PARM-PCT NOT > 100
035000                 MOVE PARM-PCT TO WS-DEFECTO
035100             ELSE
035200                 MOVE PARM-REGISTRO TO WS-TARJETA-MALA
035300             END-IF
035400         WHEN "SEMIL"
035500             IF PARM-NUMERO IS NUMERIC
035600                 MOVE PARM-NUMERO TO WS-SEMILLA
035700                 SET SEMILLA-DADA TO TRUE
035800             ELSE
035900                 MOVE PARM-REGISTRO TO WS-TARJETA-MALA
036000             END-IF
036100         WHEN "ESTRA"
036200             MOVE PARM-VALOR(1:1) TO WS-ESTRATIFICAR
036300         WHEN OTHER
036400             MOVE PARM-REGISTRO TO WS-TARJETA-MALA
036500     END-EVALUATE
036600     IF WS-TARJETA-MALA NOT = SPACES
036700         MOVE SPACES TO RPT-LINEA
036800         STRING "TARJETA MUESPARM NO VALIDA: " WS-TARJETA-MALA
036900             DELIMITED BY SIZE INTO RPT-LINEA
037000         END-STRING
037100         WRITE RPT-LINEA
037200         SET CORRIDA-ANULADA TO TRUE
037300     END-IF
037400     PERFORM 1110-LEER-PARM THRU 1110-EXIT.
037500 1120-EXIT.
037600     EXIT.
037700*================================================================
037800 1200-VALIDAR-PARAMETROS.
037900*================================================================
038000     IF WS-FEED = SPACES
038100         MOVE "FALTA LA TARJETA FEED, NO SE MUESTREA" TO RPT-LINEA
038200         WRITE RPT-LINEA
038300         SET CORRIDA-ANULADA TO TRUE
038400         GO TO 1200-EXIT
038500     END-IF
038600     IF WS-TAMANO-FIJO = 0
038700      AND (WS-CONFIANZA = 0 OR WS-DEFECTO = 0)
038800         MOVE "SIN TAMAN HACEN FALTA CONFI Y DEFEC" TO RPT-LINEA
038900         WRITE RPT-LINEA
039000         SET CORRIDA-ANULADA TO TRUE
039100         GO TO 1200-EXIT
039200     END-IF
039300     IF WS-TAMANO-FIJO > 0
039400      AND (WS-CONFIANZA > 0 OR WS-DEFECTO > 0)
039500         MOVE "AVISO: HAY TAMAN, SE IGNORAN CONFI Y DEFEC"
039600             TO RPT-LINEA
039700         WRITE RPT-LINEA
039800         MOVE ZERO TO WS-CONFIANZA WS-DEFECTO
039900         MOVE 4 TO RETURN-CODE
040000     END-IF
040100     IF FEED-ANAGRAIN AND ESTRATIFICAR
040200         MOVE "AVISO: ANAGRAIN SIN CLIENTE, NO SE ESTRATIFICA"
040300             TO RPT-LINEA
040400         WRITE RPT-LINEA
040500         MOVE "N" TO WS-ESTRATIFICAR
040600         MOVE 4 TO RETURN-CODE
040700     END-IF.
040800 1200-EXIT.
040900     EXIT.
041000*================================================================
041100 1300-CABECERA-INFORME.
041200*================================================================
041300     MOVE FEC-NEG-FECHA TO WS-EDIT-FECHA
041400     MOVE WS-SEMILLA TO WS-EDIT-SEMILLA
041500     MOVE SPACES TO RPT-LINEA
041600     STRING "MUESTRA DE " WS-FEED " DEL " WS-EDIT-FECHA
041700         "  SEMILLA " WS-EDIT-SEMILLA
041800         DELIMITED BY SIZE INTO RPT-LINEA
041900     END-STRING
042000     WRITE RPT-LINEA
042100     MOVE SPACES TO RPT-LINEA
042200     IF WS-TAMANO-FIJO > 0
042300         MOVE WS-TAMANO-FIJO TO WS-EDIT-TAMANO
042400         STRING "TAMANO FIJO POR ESTRATO " WS-EDIT-TAMANO
042500             DELIMITED BY SIZE INTO RPT-LINEA
042600         END-STRING
042700     ELSE
042800         MOVE WS-CONFIANZA TO WS-EDIT-PCT-1
042900         MOVE WS-DEFECTO TO WS-EDIT-PCT-2
043000         STRING "CONFIANZA " WS-EDIT-PCT-1 "%  DEFECTO TOLERABLE "
043100             WS-EDIT-PCT-2 "%  (HIPERGEOMETRICA, CERO FALLOS)"
043200             DELIMITED BY SIZE INTO RPT-LINEA
043300         END-STRING
043400     END-IF
043500     WRITE RPT-LINEA
043600     IF ESTRATIFICAR
043700         MOVE "ESTRATIFICADA POR CLIENTE" TO RPT-LINEA
043800     ELSE
043900         MOVE "SIN ESTRATIFICAR" TO RPT-LINEA
044000     END-IF
044100     WRITE RPT-LINEA.
044200 1300-EXIT.
044300     EXIT.
044400*================================================================
044500 2000-ABRIR-FEED.
044600*================================================================
044700     MOVE "N" TO WS-FIN-FEED
044800     MOVE ZERO TO WS-SECUENCIA-LECTURA WS-SEGMENTOS
044900     MOVE SPACE TO WS-CONT-ANTERIOR
045000     MOVE SPACES TO WS-CLIENTE-ANTERIOR WS-CLIENTE-UNIDAD
045100     EVALUATE TRUE
045200         WHEN FEED-ELTEXTO
045300             OPEN INPUT ELTEXTO-FILE
045400             IF WS-TXT-NO-EXISTE
045500                 SET FIN-FEED TO TRUE
045600             END-IF
045700         WHEN FEED-ANAGRAIN
045800             OPEN INPUT ANAGRAMA-IN
045900             IF WS-ANA-NO-EXISTE
046000                 SET FIN-FEED TO TRUE
046100             END-IF
046200         WHEN FEED-AREAPOLIN
046300             OPEN INPUT AREA-POL-IN
046400             IF WS-POL-NO-EXISTE
046500                 SET FIN-FEED TO TRUE
046600             END-IF
046700     END-EVALUATE
046800     IF FIN-FEED
046900         MOVE SPACES TO RPT-LINEA
047000         STRING WS-FEED " AUSENTE, NO SE MUESTREA"
047100             DELIMITED BY SIZE INTO RPT-LINEA
047200         END-STRING
047300         WRITE RPT-LINEA
047400         SET CORRIDA-ANULADA TO TRUE
047500         MOVE 8 TO RETURN-CODE
047600     END-IF.
047700 2000-EXIT.
047800     EXIT.
047900*================================================================
048000 2100-LEER-FEED.
048100*================================================================
048200*    CADA LECTURA FISICA LLEVA SU SECUENCIA DE LINAJE. EL
048300*    REGISTRO QUE ABRE UNIDAD LOGICA FIJA EL CLIENTE DE LA
048400*    UNIDAD; SUS CONTINUACIONES LO HEREDAN.
048500     EVALUATE TRUE
048600         WHEN FEED-ELTEXTO
048700             PERFORM 2110-LEER-ELTEXTO THRU 2110-EXIT
048800         WHEN FEED-ANAGRAIN
048900             PERFORM 2120-LEER-ANAGRAIN THRU 2120-EXIT
049000         WHEN FEED-AREAPOLIN
049100             PERFORM 2130-LEER-AREAPOLIN THRU 2130-EXIT
049200     END-EVALUATE.
049300 2100-EXIT.
049400     EXIT.
049500*================================================================
049600 2110-LEER-ELTEXTO.
049700*================================================================
049800*    MISMA REGLA DE CADENA QUE PALINDROMO: EL REGISTRO CONTINUA
049900*    AL ANTERIOR SI ESTE TRAIA "+", ES DEL MISMO CLIENTE Y LA
050000*    CADENA NO LLEGA AUN A TRES SEGMENTOS.
050100     READ ELTEXTO-FILE
050200         AT END
050300             SET FIN-FEED TO TRUE
050400             GO TO 2110-EXIT
050500     END-READ
050600     ADD 1 TO WS-SECUENCIA-LECTURA
050700     MOVE ELTEXTO-REGISTRO TO WS-IMAGEN
050800     IF WS-CONT-ANTERIOR = "+"
050900      AND ELTEXTO-CLIENTE = WS-CLIENTE-ANTERIOR
051000      AND WS-SEGMENTOS < 3
051100         MOVE "N" TO WS-INICIA-UNIDAD
051200         ADD 1 TO WS-SEGMENTOS
051300     ELSE
051400         SET INICIA-UNIDAD TO TRUE
051500         MOVE 1 TO WS-SEGMENTOS
051600         MOVE ELTEXTO-CLIENTE TO WS-CLIENTE-UNIDAD
051700     END-IF
051800     MOVE ELTEXTO-CONT TO WS-CONT-ANTERIOR
051900     MOVE ELTEXTO-CLIENTE TO WS-CLIENTE-ANTERIOR.
052000 2110-EXIT.
052100     EXIT.
052200*================================================================
052300 2120-LEER-ANAGRAIN.
052400*================================================================
052500     READ ANAGRAMA-IN
052600         AT END
052700             SET FIN-FEED TO TRUE
052800             GO TO 2120-EXIT
052900     END-READ
053000     ADD 1 TO WS-SECUENCIA-LECTURA
053100     MOVE ANA-REGISTRO TO WS-IMAGEN
053200     SET INICIA-UNIDAD TO TRUE
053300     MOVE SPACES TO WS-CLIENTE-UNIDAD.
053400 2120-EXIT.
053500     EXIT.
053600*================================================================
053700 2130-LEER-AREAPOLIN.
053800*================================================================
053900*    LOS COORD Y TRAMO PERTENECEN A LA FIGURA QUE LOS PRECEDE;
054000*    CUALQUIER OTRO TIPO (O UN COORD AL PRINCIPIO) ABRE FIGURA.
054100     READ AREA-POL-IN
054200         AT END
054300             SET FIN-FEED TO TRUE
054400             GO TO 2130-EXIT
054500     END-READ
054600     ADD 1 TO WS-SECUENCIA-LECTURA
054700     MOVE POLY-REGISTRO TO WS-IMAGEN
054800     IF (POLY-TIPO = "COORD" OR POLY-TIPO = "TRAMO")
054900      AND WS-SECUENCIA-LECTURA > 1
055000         MOVE "N" TO WS-INICIA-UNIDAD
055100         GO TO 2130-EXIT
055200     END-IF
055300     SET INICIA-UNIDAD TO TRUE
055400     MOVE SPACES TO WS-CLIENTE-UNIDAD
055500     IF ORDMAST-ABIERTO
055600         MOVE POLY-REFERENCIA TO ORM-REFERENCIA
055700         READ ORDEN-MAST
055800             INVALID KEY
055900                 ADD 1 TO WS-TOTAL-SIN-ORDEN
056000             NOT INVALID KEY
056100                 MOVE ORM-CLIENTE TO WS-CLIENTE-UNIDAD
056200         END-READ
056300     END-IF.
056400 2130-EXIT.
056500     EXIT.
056600*================================================================
056700 2200-CERRAR-FEED.
056800*================================================================
056900     EVALUATE TRUE
057000         WHEN FEED-ELTEXTO
057100             CLOSE ELTEXTO-FILE
057200         WHEN FEED-ANAGRAIN
057300             CLOSE ANAGRAMA-IN
057400         WHEN FEED-AREAPOLIN
057500             CLOSE AREA-POL-IN
057600     END-EVALUATE.
057700 2200-EXIT.
057800     EXIT.
057900*================================================================
058000 2500-BUSCAR-ESTRATO.
058100*================================================================
058200*    DEJA EN WS-IDX-HALLADO EL ESTRATO DE LA UNIDAD EN CURSO
058300*    (CERO SI NO EXISTE). SIN ESTRATIFICAR HAY UN UNICO ESTRATO
058400*    DE CLAVE EN BLANCO.
058500     IF ESTRATIFICAR
058600         MOVE WS-CLIENTE-UNIDAD TO WS-CLAVE-ESTRATO
058700     ELSE
058800         MOVE SPACES TO WS-CLAVE-ESTRATO
058900     END-IF
059000     MOVE 0 TO WS-IDX-HALLADO
059100     PERFORM 2510-COMPARAR-ESTRATO THRU 2510-EXIT
059200         VARYING WS-IDX-EST FROM 1 BY 1
059300         UNTIL WS-IDX-EST > WS-NUM-ESTRATOS
059400            OR WS-IDX-HALLADO > 0.
059500 2500-EXIT.
059600     EXIT.
059700*================================================================
059800 2510-COMPARAR-ESTRATO.
059900*================================================================
060000     IF WS-EST-CLIENTE(WS-IDX-EST) = WS-CLAVE-ESTRATO
060100         MOVE WS-IDX-EST TO WS-IDX-HALLADO
060200     END-IF.
060300 2510-EXIT.
060400     EXIT.
060500*================================================================
060600 3000-CONTAR-POBLACION.
060700*================================================================
060800*    PRIMERA PASADA: UNIDADES LOGICAS POR ESTRATO.
060900     PERFORM 2000-ABRIR-FEED THRU 2000-EXIT
061000     IF CORRIDA-ANULADA
061100         GO TO 3000-EXIT
061200     END-IF
061300     PERFORM 2100-LEER-FEED THRU 2100-EXIT
061400     PERFORM 3100-CONTAR-REGISTRO THRU 3100-EXIT
061500         UNTIL FIN-FEED
061600     PERFORM 2200-CERRAR-FEED THRU 2200-EXIT.
061700 3000-EXIT.
061800     EXIT.
061900*================================================================
062000 3100-CONTAR-REGISTRO.
062100*================================================================
062200     ADD 1 TO WS-TOTAL-FISICOS
062300     IF NOT INICIA-UNIDAD OR CORRIDA-ANULADA
062400         GO TO 3100-SIGUIENTE
062500     END-IF
062600     ADD 1 TO WS-TOTAL-UNIDADES
062700     PERFORM 2500-BUSCAR-ESTRATO THRU 2500-EXIT
062800     IF WS-IDX-HALLADO = 0
062900         IF WS-NUM-ESTRATOS >= 999
063000             MOVE "MAS DE 999 CLIENTES, NO SE MUESTREA"
063100                 TO RPT-LINEA
063200             WRITE RPT-LINEA
063300             SET CORRIDA-ANULADA TO TRUE
063400             MOVE 8 TO RETURN-CODE
063500             GO TO 3100-SIGUIENTE
063600         END-IF
063700         ADD 1 TO WS-NUM-ESTRATOS
063800         MOVE WS-NUM-ESTRATOS TO WS-IDX-HALLADO
063900         MOVE WS-CLAVE-ESTRATO TO WS-EST-CLIENTE(WS-IDX-HALLADO)
064000         MOVE ZERO TO WS-EST-POBLACION(WS-IDX-HALLADO)
064100                      WS-EST-DEFECTOS(WS-IDX-HALLADO)
064200                      WS-EST-MUESTRA(WS-IDX-HALLADO)
064300                      WS-EST-ELEGIDOS(WS-IDX-HALLADO)
064400     END-IF
064500     ADD 1 TO WS-EST-POBLACION(WS-IDX-HALLADO).
064600 3100-SIGUIENTE.
064700     PERFORM 2100-LEER-FEED THRU 2100-EXIT.
064800 3100-EXIT.
064900     EXIT.
065000*================================================================
065100 4000-DIMENSIONAR-MUESTRA.
065200*================================================================
065300     IF WS-CONFIANZA > 0
065400         COMPUTE WS-RIESGO = 1 - WS-CONFIANZA / 100
065500     END-IF
065600     PERFORM 4100-TAMANO-ESTRATO THRU 4100-EXIT
065700         VARYING WS-IDX-EST FROM 1 BY 1
065800         UNTIL WS-IDX-EST > WS-NUM-ESTRATOS.
065900 4000-EXIT.
066000     EXIT.
066100*================================================================
066200 4100-TAMANO-ESTRATO.
066300*================================================================
066400*    EL TAMANO NUNCA PASA DE LA POBLACION DEL ESTRATO: UN
066500*    ESTRATO PEQUENO SE REVISA ENTERO.
066600     IF WS-TAMANO-FIJO > 0
066700         IF WS-TAMANO-FIJO > WS-EST-POBLACION(WS-IDX-EST)
066800             MOVE WS-EST-POBLACION(WS-IDX-EST) TO WS-TAMANO
066900         ELSE
067000             MOVE WS-TAMANO-FIJO TO WS-TAMANO
067100         END-IF
067200     ELSE
067300         PERFORM 4200-TAMANO-HIPERGEOM THRU 4200-EXIT
067400         MOVE WS-DEFECTOS TO WS-EST-DEFECTOS(WS-IDX-EST)
067500     END-IF
067600     MOVE WS-TAMANO TO WS-EST-MUESTRA(WS-IDX-EST)
067700                       WS-EST-PEND-MUE(WS-IDX-EST)
067800     MOVE WS-EST-POBLACION(WS-IDX-EST)
067900         TO WS-EST-PEND-POB(WS-IDX-EST).
068000 4100-EXIT.
068100     EXIT.
068200*================================================================
068300 4200-TAMANO-HIPERGEOM.
068400*================================================================
068500*    D = POBLACION * DEFECTO / 100 REDONDEADO HACIA ARRIBA (AL
068600*    MENOS 1). P(X = 0) PARA UNA MUESTRA DE N ES EL PRODUCTO DE
068700*    (POBLACION - D - I) / (POBLACION - I) PARA I = 0..N-1; SE
068800*    AMPLIA N HASTA QUE NO PASA DEL RIESGO 1 - CONFIANZA.
068900     COMPUTE WS-DEFECTOS-EXACTO =
069000         WS-EST-POBLACION(WS-IDX-EST) * WS-DEFECTO / 100
069100     MOVE WS-DEFECTOS-EXACTO TO WS-DEFECTOS
069200     IF WS-DEFECTOS < WS-DEFECTOS-EXACTO OR WS-DEFECTOS = 0
069300         ADD 1 TO WS-DEFECTOS
069400     END-IF
069500     IF WS-DEFECTOS > WS-EST-POBLACION(WS-IDX-EST)
069600         MOVE WS-EST-POBLACION(WS-IDX-EST) TO WS-DEFECTOS
069700     END-IF
069800     MOVE 1 TO WS-PROB-NINGUNO
069900     MOVE 0 TO WS-TAMANO
070000     PERFORM 4210-AMPLIAR-MUESTRA THRU 4210-EXIT
070100         UNTIL WS-PROB-NINGUNO NOT > WS-RIESGO
070200            OR WS-TAMANO >= WS-EST-POBLACION(WS-IDX-EST).
070300 4200-EXIT.
070400     EXIT.
070500*================================================================
070600 4210-AMPLIAR-MUESTRA.
070700*================================================================
070800     COMPUTE WS-PROB-NINGUNO ROUNDED = WS-PROB-NINGUNO
070900         * (WS-EST-POBLACION(WS-IDX-EST) - WS-DEFECTOS
071000            - WS-TAMANO)
071100         / (WS-EST-POBLACION(WS-IDX-EST) - WS-TAMANO)
071200     ADD 1 TO WS-TAMANO.
071300 4210-EXIT.
071400     EXIT.
071500*================================================================
071600 5000-SELECCIONAR-MUESTRA.
071700*================================================================
071800*    SEGUNDA PASADA: SORTEO SECUENCIAL DE CADA UNIDAD EN ORDEN
071900*    DE FICHERO. LOS PARAMETROS Y LOS TAMANOS QUEDAN ANTES EN LA
072000*    AUDITORIA, PARA QUE EL AUDITOR PUEDA REPETIR EL SORTEO.
072100     OPEN OUTPUT MUESTRA-REV
072200     PERFORM 5400-AUDITAR-PARAMETROS THRU 5400-EXIT
072300     PERFORM 5410-AUDITAR-ESTRATO THRU 5410-EXIT
072400         VARYING WS-IDX-EST FROM 1 BY 1
072500         UNTIL WS-IDX-EST > WS-NUM-ESTRATOS
072600     PERFORM 2000-ABRIR-FEED THRU 2000-EXIT
072700     IF CORRIDA-ANULADA
072800         CLOSE MUESTRA-REV
072900         GO TO 5000-EXIT
073000     END-IF
073100     PERFORM 2100-LEER-FEED THRU 2100-EXIT
073200     PERFORM 5100-TRATAR-REGISTRO THRU 5100-EXIT
073300         UNTIL FIN-FEED
073400     PERFORM 2200-CERRAR-FEED THRU 2200-EXIT
073500     CLOSE MUESTRA-REV.
073600 5000-EXIT.
073700     EXIT.
073800*================================================================
073900 5100-TRATAR-REGISTRO.
074000*================================================================
074100     IF INICIA-UNIDAD
074200         PERFORM 2500-BUSCAR-ESTRATO THRU 2500-EXIT
074300         PERFORM 5200-SORTEAR-UNIDAD THRU 5200-EXIT
074400     END-IF
074500     IF UNIDAD-ELEGIDA
074600         PERFORM 5300-ESCRIBIR-ELEGIDO THRU 5300-EXIT
074700     END-IF
074800     PERFORM 2100-LEER-FEED THRU 2100-EXIT.
074900 5100-EXIT.
075000     EXIT.
075100*================================================================
075200 5200-SORTEAR-UNIDAD.
075300*================================================================
075400*    SIGUIENTE NUMERO DEL GENERADOR (U EN 1..M-1) Y LA UNIDAD
075500*    ENTRA SI U / M < PENDIENTES DE ELEGIR / PENDIENTES DE VER,
075600*    COMPARADO EN ENTEROS. EL GENERADOR AVANZA EN CADA UNIDAD,
075700*    ELEGIDA O NO, PARA QUE LA SECUENCIA DEPENDA SOLO DEL ORDEN
075800*    DEL FICHERO.
075900     MOVE "N" TO WS-UNIDAD-ELEGIDA
076000     COMPUTE WS-PRODUCTO-GEN = WS-ESTADO-GEN * 16807
076100     DIVIDE WS-PRODUCTO-GEN BY WS-MODULO-GEN
076200         GIVING WS-COCIENTE-GEN REMAINDER WS-ESTADO-GEN
076300     IF WS-IDX-HALLADO = 0
076400         GO TO 5200-EXIT
076500     END-IF
076600     COMPUTE WS-LADO-SORTEO =
076700         WS-ESTADO-GEN * WS-EST-PEND-POB(WS-IDX-HALLADO)
076800     COMPUTE WS-LADO-CUOTA =
076900         WS-EST-PEND-MUE(WS-IDX-HALLADO) * WS-MODULO-GEN
077000     IF WS-LADO-SORTEO < WS-LADO-CUOTA
077100         SET UNIDAD-ELEGIDA TO TRUE
077200         SUBTRACT 1 FROM WS-EST-PEND-MUE(WS-IDX-HALLADO)
077300         ADD 1 TO WS-EST-ELEGIDOS(WS-IDX-HALLADO)
077400         ADD 1 TO WS-TOTAL-ELEGIDAS
077500     END-IF
077600     IF WS-EST-PEND-POB(WS-IDX-HALLADO) > 0
077700         SUBTRACT 1 FROM WS-EST-PEND-POB(WS-IDX-HALLADO)
077800     END-IF.
077900 5200-EXIT.
078000     EXIT.
078100*================================================================
078200 5300-ESCRIBIR-ELEGIDO.
078300*================================================================
078400     MOVE SPACES TO REV-REGISTRO
078500     MOVE WS-FEED TO REV-LIN-FICHERO
078600     MOVE FEC-NEG-FECHA TO REV-LIN-FECHA
078700     MOVE WS-SECUENCIA-LECTURA TO REV-LIN-SECUEN
078800     MOVE WS-CLIENTE-UNIDAD TO REV-CLIENTE
078900     MOVE WS-SEMILLA TO REV-SEMILLA
079000     MOVE WS-IMAGEN TO REV-IMAGEN
079100     WRITE REV-REGISTRO
079200     ADD 1 TO WS-TOTAL-SEGMENTOS
079300     MOVE SPACES TO AUD-STD-REGISTRO
079400     MOVE "MUESTREO" TO AUD-STD-PROGRAMA
079500     MOVE REV-LINAJE TO AUD-STD-CLAVE(1:27)
079600     MOVE REV-CLIENTE TO AUD-STD-CLAVE(29:8)
079700     MOVE "SELECCIONADO" TO AUD-STD-DECISION
079800     MOVE WS-SEMILLA TO WS-EDIT-SEMILLA
079900     STRING "SEMILLA " WS-EDIT-SEMILLA
080000         DELIMITED BY SIZE INTO AUD-STD-MOTIVO
080100     END-STRING
080200     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
080300 5300-EXIT.
080400     EXIT.
080500*================================================================
080600 5400-AUDITAR-PARAMETROS.
080700*================================================================
080800     MOVE SPACES TO AUD-STD-REGISTRO
080900     MOVE "MUESTREO" TO AUD-STD-PROGRAMA
081000     MOVE WS-SEMILLA TO WS-EDIT-SEMILLA
081100     STRING "FEED " WS-FEED " SEMILLA " WS-EDIT-SEMILLA
081200         " ESTRATOS " WS-ESTRATIFICAR
081300         DELIMITED BY SIZE INTO AUD-STD-CLAVE
081400     END-STRING
081500     MOVE "MUESTRA" TO AUD-STD-DECISION
081600     IF WS-TAMANO-FIJO > 0
081700         MOVE WS-TAMANO-FIJO TO WS-EDIT-TAMANO
081800         STRING "TAMANO " WS-EDIT-TAMANO
081900             DELIMITED BY SIZE INTO AUD-STD-MOTIVO
082000         END-STRING
082100     ELSE
082200         MOVE WS-CONFIANZA TO WS-EDIT-PCT-1
082300         MOVE WS-DEFECTO TO WS-EDIT-PCT-2
082400         STRING "CONFIANZA " WS-EDIT-PCT-1
082500             " DEFECTO " WS-EDIT-PCT-2
082600             DELIMITED BY SIZE INTO AUD-STD-MOTIVO
082700         END-STRING
082800     END-IF
082900     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
083000 5400-EXIT.
083100     EXIT.
083200*================================================================
083300 5410-AUDITAR-ESTRATO.
083400*================================================================
083500     MOVE SPACES TO AUD-STD-REGISTRO
083600     MOVE "MUESTREO" TO AUD-STD-PROGRAMA
083700     MOVE WS-EST-POBLACION(WS-IDX-EST) TO WS-EDIT-POBLACION
083800     MOVE WS-EST-MUESTRA(WS-IDX-EST) TO WS-EDIT-MUESTRA
083900     STRING "ESTRATO " WS-EST-CLIENTE(WS-IDX-EST)
084000         " POBLACION " WS-EDIT-POBLACION
084100         " MUESTRA " WS-EDIT-MUESTRA
084200         DELIMITED BY SIZE INTO AUD-STD-CLAVE
084300     END-STRING
084400     MOVE "ESTRATO" TO AUD-STD-DECISION
084500     MOVE WS-SEMILLA TO WS-EDIT-SEMILLA
084600     STRING "SEMILLA " WS-EDIT-SEMILLA
084700         DELIMITED BY SIZE INTO AUD-STD-MOTIVO
084800     END-STRING
084900     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
085000 5410-EXIT.
085100     EXIT.
085200*================================================================
085300 9000-TERMINATE.
085400*================================================================
085500     IF CORRIDA-VALIDA
085600         WRITE RPT-LINEA FROM WS-CABECERA
085700         PERFORM 9100-LISTAR-ESTRATO THRU 9100-EXIT
085800             VARYING WS-IDX-EST FROM 1 BY 1
085900             UNTIL WS-IDX-EST > WS-NUM-ESTRATOS
086000     END-IF
086100     IF ORDMAST-ABIERTO
086200         CLOSE ORDEN-MAST
086300     END-IF
086400     MOVE "REGISTROS FISICOS LEIDOS"  TO RPT-RESUMEN-ETIQUETA
086500     MOVE WS-TOTAL-FISICOS            TO RPT-RESUMEN-VALOR
086600     WRITE RPT-RESUMEN-REGISTRO
086700     MOVE "UNIDADES EN LA POBLACION"  TO RPT-RESUMEN-ETIQUETA
086800     MOVE WS-TOTAL-UNIDADES           TO RPT-RESUMEN-VALOR
086900     WRITE RPT-RESUMEN-REGISTRO
087000     MOVE "UNIDADES ELEGIDAS"         TO RPT-RESUMEN-ETIQUETA
087100     MOVE WS-TOTAL-ELEGIDAS           TO RPT-RESUMEN-VALOR
087200     WRITE RPT-RESUMEN-REGISTRO
087300     MOVE "REGISTROS A REVISION"      TO RPT-RESUMEN-ETIQUETA
087400     MOVE WS-TOTAL-SEGMENTOS          TO RPT-RESUMEN-VALOR
087500     WRITE RPT-RESUMEN-REGISTRO
087600     IF WS-TOTAL-SIN-ORDEN > 0
087700         MOVE "FIGURAS SIN ORDEN EN ORDMAST"
087800             TO RPT-RESUMEN-ETIQUETA
087900         MOVE WS-TOTAL-SIN-ORDEN          TO RPT-RESUMEN-VALOR
088000         WRITE RPT-RESUMEN-REGISTRO
088100         IF RETURN-CODE < 4
088200             MOVE 4 TO RETURN-CODE
088300         END-IF
088400     END-IF
088500     CLOSE MUESTRA-RPT.
088600 9000-EXIT.
088700     EXIT.
088800*================================================================
088900 9100-LISTAR-ESTRATO.
089000*================================================================
089100     MOVE SPACES TO RPT-DETALLE
089200     EVALUATE TRUE
089300         WHEN NOT ESTRATIFICAR
089400             MOVE "(TODOS)" TO RPT-ESTRATO
089500         WHEN WS-EST-CLIENTE(WS-IDX-EST) = SPACES
089600             MOVE "(SIN CLIENTE)" TO RPT-ESTRATO
089700         WHEN OTHER
089800             MOVE WS-EST-CLIENTE(WS-IDX-EST) TO RPT-ESTRATO
089900     END-EVALUATE
090000     MOVE WS-EST-POBLACION(WS-IDX-EST) TO RPT-POBLACION
090100     MOVE WS-EST-DEFECTOS(WS-IDX-EST) TO RPT-DEFECTOS
090200     MOVE WS-EST-MUESTRA(WS-IDX-EST) TO RPT-MUESTRA
090300     MOVE WS-EST-ELEGIDOS(WS-IDX-EST) TO RPT-ELEGIDOS
090400     WRITE RPT-DETALLE.
090500 9100-EXIT.
090600     EXIT.
090700 END PROGRAM MUESTREO.
