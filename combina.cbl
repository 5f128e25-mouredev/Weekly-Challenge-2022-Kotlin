002513*                    COMO DECIMAL ESCALADO EN COMBRPT. EL
002514*                    EQUIPO DE MUESTREO DEJA DE DIVIDIR A MANO
002515*                    NUMEROS DE QUINCE DIGITOS.
002523* 2026-10-15  MNT    NUEVA OPERACION L (LISTADO): EL REGISTRO
002531*                    TRAE N ELEMENTOS (HASTA 30) Y K, Y EL MODO C
002539*                    (COMBINACIONES) O P (PERMUTACIONES); CADA
002547*                    COMBINACION O PERMUTACION SALE COMO UN
002555*                    REGISTRO DE COMBLIST EN ORDEN LEXICOGRAFICO.
002563*                    LAS PETICIONES CUYA CUENTA PASA DEL MAXIMO
002571*                    DE LA TARJETA MAXLS (COMBPARM) SE RECHAZAN.
002579*                    CHECKPOINT/REINICIO POR CHKPTSRV TRAS CADA
002587*                    PETICION Y CADA MIL FILAS LISTADAS.
002600*----------------------------------------------------------------
002700 ENVIRONMENT     DIVISION.
002800 INPUT-OUTPUT    SECTION.
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-IN-STATUS.
003300     SELECT COMBINA-RPT ASSIGN TO "COMBRPT"
003310         ORGANIZATION IS LINE SEQUENTIAL
003320         FILE STATUS IS WS-RPT-STATUS.
003500     SELECT COMBINA-REJ ASSIGN TO "COMBREJ"
003510         ORGANIZATION IS LINE SEQUENTIAL
003520         FILE STATUS IS WS-REJ-STATUS.
003530     SELECT COMBINA-LST ASSIGN TO "COMBLIST"
003540         ORGANIZATION IS LINE SEQUENTIAL
003550         FILE STATUS IS WS-LST-STATUS.
003560     SELECT COMBINA-PARM ASSIGN TO "COMBPARM"
003570         ORGANIZATION IS LINE SEQUENTIAL
003580         FILE STATUS IS WS-PARM-STATUS.
003700 DATA            DIVISION.
003800 FILE            SECTION.
003900 FD  COMBINA-IN
004860     05  COMB-UMBRAL         PIC 9(03).
004870     05  COMB-UMBRAL-X REDEFINES COMB-UMBRAL
004880                             PIC X(03).
004883*    SOLO PARA LA OPERACION L: C COMBINACIONES O P PERMUTACIONES
004886*    Y LOS N ELEMENTOS A COMBINAR (COMB-N DICE CUANTOS VIENEN).
004889     05  COMB-MODO-LISTA     PIC X(01).
004892     05  COMB-ELEMENTO OCCURS 30 TIMES
004895                             PIC X(10).
004900 FD  COMBINA-RPT
005000     RECORDING MODE IS F.
005100 01  RPT-REGISTRO.
006500     RECORDING MODE IS F.
006600*    REGISTRO DE RECHAZO ESTANDAR DE LA CADENA.
006700     COPY REJSTD.
006705 FD  COMBINA-LST
006710     RECORDING MODE IS F.
006715*    UNA FILA POR COMBINACION O PERMUTACION: NUMERO DE PETICION
006720*    EN COMBIN, ORDINAL DENTRO DEL LISTADO Y LOS K ELEMENTOS.
006725 01  LST-REGISTRO.
006730     05  LST-PETICION        PIC 9(06).
006735     05  FILLER              PIC X(01).
006740     05  LST-ORDINAL         PIC 9(12).
006745     05  FILLER              PIC X(01).
006750     05  LST-POSICION OCCURS 30 TIMES.
006755         10  LST-ELEMENTO    PIC X(10).
006760         10  FILLER          PIC X(01).
006765 FD  COMBINA-PARM
006770     RECORDING MODE IS F.
006775 01  PARM-REGISTRO.
006780     05  PARM-TIPO           PIC X(05).
006785     05  PARM-MAXIMO         PIC 9(09).
006800 WORKING-STORAGE SECTION.
006900*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
007000     COPY FECNEG.
007001*    AREA DE METRICAS DE CORRIDA (MODULO REGMETRICA).
007002     COPY METREG.
007012*    AREA DEL SERVICIO DE CHECKPOINT/REINICIO (CHKPTSRV).
007022     COPY CKPSTD.
007100 01  WS-IN-STATUS            PIC X(02).
007200     88  WS-IN-NO-EXISTE             VALUE "35".
007300     88  WS-IN-FIN-FICHERO           VALUE "10".
007310 01  WS-RPT-STATUS           PIC X(02).
007320     88  WS-RPT-NO-EXISTE            VALUE "35".
007330 01  WS-REJ-STATUS           PIC X(02).
007340     88  WS-REJ-NO-EXISTE            VALUE "35".
007350 01  WS-LST-STATUS           PIC X(02).
007360     88  WS-LST-NO-EXISTE            VALUE "35".
007370 01  WS-PARM-STATUS          PIC X(02).
007380     88  WS-PARM-NO-EXISTE           VALUE "35".
007390     88  WS-PARM-FIN-FICHERO         VALUE "10".
007400 01  WS-SWITCHES.
007500     05  WS-RECHAZADO        PIC X(01) VALUE "N".
007600         88  ES-RECHAZADO            VALUE "S".
009600     05  WS-TOTAL-PROCESADOS  PIC 9(09) COMP VALUE ZERO.
009700     05  WS-TOTAL-CALCULADOS  PIC 9(09) COMP VALUE ZERO.
009800     05  WS-TOTAL-RECHAZADOS  PIC 9(09) COMP VALUE ZERO.
009803     05  WS-TOTAL-LISTADAS    PIC 9(12) COMP VALUE ZERO.
009806*    CAMPOS DE LA OPERACION L: LA LISTA ORDENADA, LOS INDICES DE
009809*    LA COMBINACION O PERMUTACION EN CURSO Y EL MAXIMO DE FILAS
009812*    ADMITIDO POR PETICION (TARJETA MAXLS, POR DEFECTO 100000).
009815 01  WS-LISTADO.
009818     05  WS-L-MAXIMO         PIC 9(09) VALUE 100000.
009821     05  WS-L-N              PIC 9(03) VALUE ZERO.
009824     05  WS-L-K              PIC 9(03) VALUE ZERO.
009827     05  WS-L-I              PIC 9(03) VALUE ZERO.
009830     05  WS-L-J              PIC 9(03) VALUE ZERO.
009833     05  WS-L-TOPE           PIC 9(03) VALUE ZERO.
009836     05  WS-L-AUX            PIC 9(03) VALUE ZERO.
009839     05  WS-L-ELEMENTO-AUX   PIC X(10).
009842     05  WS-L-ORDINAL        PIC 9(12) VALUE ZERO.
009845     05  WS-L-A-SALTAR       PIC 9(12) VALUE ZERO.
009848     05  WS-L-FIN            PIC X(01) VALUE "N".
009851         88  FIN-LISTADO             VALUE "S".
009852     05  WS-L-HALLADO        PIC X(01) VALUE "N".
009853         88  L-HALLADO               VALUE "S".
009854     05  WS-L-ELEMENTO OCCURS 30 TIMES
009857                             PIC X(10).
009860     05  WS-L-INDICE OCCURS 30 TIMES
009863                             PIC 9(03).
009866*    CAMPOS DEL CHECKPOINT: PETICIONES YA TERMINADAS EN UNA
009869*    EJECUCION ANTERIOR Y CADA CUANTAS FILAS SE GRABA.
009872 01  WS-PETICIONES-A-SALTAR   PIC 9(09) VALUE ZERO.
009875 01  WS-IDX-SALTO            PIC 9(09) COMP VALUE ZERO.
009878 01  WS-CADA-CUANTO-CKP      PIC 9(08) COMP VALUE 1000.
009881 01  WS-CKP-COCIENTE         PIC 9(12) COMP VALUE ZERO.
009884 01  WS-CKP-RESTO            PIC 9(08) COMP VALUE ZERO.
009900 PROCEDURE       DIVISION.
010000*================================================================
010100 0000-MAINLINE.
011200*================================================================
011300 1000-INITIALIZE.
011400*================================================================
011500     PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT
011505     PERFORM 1300-LEER-PARAMETROS THRU 1300-EXIT
011510*    EN UN REINICIO SE AMPLIAN LAS SALIDAS EN LUGAR DE
011515*    TRUNCARLAS, PARA NO PERDER LO YA EMITIDO.
011520     IF WS-PETICIONES-A-SALTAR > 0 OR WS-L-A-SALTAR > 0
011525         OPEN EXTEND COMBINA-RPT
011530         IF WS-RPT-NO-EXISTE
011535             OPEN OUTPUT COMBINA-RPT
011540         END-IF
011545         OPEN EXTEND COMBINA-REJ
011550         IF WS-REJ-NO-EXISTE
011555             OPEN OUTPUT COMBINA-REJ
011560         END-IF
011565         OPEN EXTEND COMBINA-LST
011570         IF WS-LST-NO-EXISTE
011575             OPEN OUTPUT COMBINA-LST
011580         END-IF
011585     ELSE
011590         OPEN OUTPUT COMBINA-RPT COMBINA-REJ COMBINA-LST
011595     END-IF
011600     MOVE SPACES TO RPT-REGISTRO
011700     MOVE SPACES TO REJ-STD-REGISTRO
011800     CALL "FECHANEG" USING FEC-NEG-AREA
011900     OPEN INPUT COMBINA-IN
011910     PERFORM 1200-SALTAR-PETICIONES THRU 1200-EXIT.
012000 1000-EXIT.
012100     EXIT.
012101*================================================================
012102 1100-LEER-CHECKPOINT.
012103*================================================================
012104*    UN CHECKPOINT DE UNA EJECUCION ANTERIOR DA LAS PETICIONES
012105*    YA TERMINADAS, LOS TOTALES Y, SI SE CORTO A MITAD DE UN
012106*    LISTADO, LAS FILAS DE ESE LISTADO QUE YA ESTAN EN COMBLIST.
012107     MOVE "L" TO CKP-STD-FUNCION
012108     MOVE "COMBINA" TO CKP-STD-PROGRAMA
012109     CALL "CHKPTSRV" USING CKP-STD-AREA
012110     IF CKP-STD-HAY-CHECKPOINT
012111         MOVE CKP-STD-REGS         TO WS-PETICIONES-A-SALTAR
012112         MOVE CKP-STD-CONTADOR(1)  TO WS-TOTAL-PROCESADOS
012113         MOVE CKP-STD-CONTADOR(2)  TO WS-TOTAL-CALCULADOS
012114         MOVE CKP-STD-CONTADOR(3)  TO WS-TOTAL-RECHAZADOS
012115         MOVE CKP-STD-CONTADOR(4)  TO WS-L-A-SALTAR
012116         MOVE CKP-STD-CONTADOR(5)  TO WS-TOTAL-LISTADAS
012117     END-IF.
012118 1100-EXIT.
012119     EXIT.
012120*================================================================
012121 1200-SALTAR-PETICIONES.
012122*================================================================
012123     IF WS-IN-NO-EXISTE
012124         GO TO 1200-EXIT
012125     END-IF
012126     PERFORM 2100-LEER-PETICION THRU 2100-EXIT
012127         VARYING WS-IDX-SALTO FROM 1 BY 1
012128         UNTIL WS-IDX-SALTO > WS-PETICIONES-A-SALTAR
012129            OR WS-IN-FIN-FICHERO.
012130 1200-EXIT.
012131     EXIT.
012132*================================================================
012133 1300-LEER-PARAMETROS.
012134*================================================================
012135*    TARJETA OPCIONAL COMBPARM "MAXLS": MAXIMO DE FILAS QUE
012136*    PUEDE PRODUCIR UNA PETICION DE LISTADO.
012137     OPEN INPUT COMBINA-PARM
012138     IF WS-PARM-NO-EXISTE
012139         GO TO 1300-EXIT
012140     END-IF
012141     PERFORM 1310-LEER-PARM THRU 1310-EXIT
012142     PERFORM 1320-PROCESAR-PARM THRU 1320-EXIT
012143         UNTIL WS-PARM-FIN-FICHERO
012144     CLOSE COMBINA-PARM.
012145 1300-EXIT.
012146     EXIT.
012147*================================================================
012148 1310-LEER-PARM.
012149*================================================================
012150     READ COMBINA-PARM
012151         AT END
012152             MOVE "10" TO WS-PARM-STATUS
012153     END-READ.
012154 1310-EXIT.
012155     EXIT.
012156*================================================================
012157 1320-PROCESAR-PARM.
012158*================================================================
012159     IF PARM-TIPO = "MAXLS"
012160      AND PARM-MAXIMO IS NUMERIC
012161         MOVE PARM-MAXIMO TO WS-L-MAXIMO
012162     END-IF
012163     PERFORM 1310-LEER-PARM THRU 1310-EXIT.
012164 1320-EXIT.
012165     EXIT.
012200*================================================================
012300 2000-PROCESAR-PETICION.
012400*================================================================
013110                 PERFORM 2300-CALCULAR-COMBINACION THRU 2300-EXIT
013200             WHEN "H"
013210                 PERFORM 2800-CALCULAR-HIPERGEOM THRU 2800-EXIT
013220             WHEN "L"
013230                 PERFORM 2900-LISTAR THRU 2900-EXIT
013300             WHEN OTHER
013310                 PERFORM 2400-CALCULAR-PERMUTACION THRU 2400-EXIT
013400         END-EVALUATE
014000         ADD 1 TO WS-TOTAL-CALCULADOS
014100     END-IF
014200     ADD 1 TO WS-TOTAL-PROCESADOS
014210     MOVE 0 TO WS-L-ORDINAL
014220     PERFORM 5000-GRABAR-CHECKPOINT THRU 5000-EXIT
014300     PERFORM 2100-LEER-PETICION THRU 2100-EXIT.
014400 2000-EXIT.
014500     EXIT.
016200             SET ES-RECHAZADO TO TRUE
016300         WHEN COMB-OPER NOT = "C" AND COMB-OPER NOT = "P"
016310          AND COMB-OPER NOT = "H"
016320          AND COMB-OPER NOT = "L"
016400             MOVE "OPERACION DESCONOCIDA" TO WS-MOTIVO-RECHAZO
016500             SET ES-RECHAZADO TO TRUE
016508         WHEN COMB-OPER = "L"
016516          AND COMB-MODO-LISTA NOT = "C"
016524          AND COMB-MODO-LISTA NOT = "P"
016532             MOVE "MODO DE LISTADO DESCONOCIDO"
016536                 TO WS-MOTIVO-RECHAZO
016540             SET ES-RECHAZADO TO TRUE
016548         WHEN COMB-OPER = "L" AND COMB-N > 30
016556             MOVE "LISTA DE MAS DE 30 ELEMENTOS"
016560                 TO WS-MOTIVO-RECHAZO
016564             SET ES-RECHAZADO TO TRUE
016572         WHEN COMB-OPER = "L" AND COMB-K = 0
016580             MOVE "K CERO EN LISTADO" TO WS-MOTIVO-RECHAZO
016588             SET ES-RECHAZADO TO TRUE
016600         WHEN COMB-K > COMB-N
016700             MOVE "K MAYOR QUE N" TO WS-MOTIVO-RECHAZO
016800             SET ES-RECHAZADO TO TRUE
027157     END-IF.
027158 2810-EXIT.
027159     EXIT.
027179*================================================================
027200 2500-ESCRIBIR-DETALLE.
027300*================================================================
027400     MOVE COMB-OPER    TO RPT-OPER
031400     WRITE RPT-RESUMEN-REGISTRO
031500     MOVE "TOTAL RECHAZADOS" TO RPT-RESUMEN-ETIQUETA
031600     MOVE WS-TOTAL-RECHAZADOS TO RPT-RESUMEN-VALOR
031700     WRITE RPT-RESUMEN-REGISTRO
031710     MOVE "TOTAL FILAS LISTADAS" TO RPT-RESUMEN-ETIQUETA
031720     MOVE WS-TOTAL-LISTADAS TO RPT-RESUMEN-VALOR
031730     WRITE RPT-RESUMEN-REGISTRO.
031800 3000-EXIT.
031900     EXIT.
032000*================================================================
032100 9000-TERMINATE.
032200*================================================================
032300     CLOSE COMBINA-RPT COMBINA-REJ COMBINA-LST
032310*    EJECUCION COMPLETA: EL CHECKPOINT VUELVE A CERO.
032320     MOVE "B" TO CKP-STD-FUNCION
032330     MOVE "COMBINA" TO CKP-STD-PROGRAMA
032340     CALL "CHKPTSRV" USING CKP-STD-AREA
032400     IF NOT WS-IN-NO-EXISTE
032500         CLOSE COMBINA-IN
032600     END-IF.
032700 9000-EXIT.
032800     EXIT.
032900*================================================================
033000 2900-LISTAR.
033100*================================================================
033200*    LA LISTA SE ORDENA Y SE EXIGE SIN BLANCOS NI REPETIDOS, DE
033300*    MODO QUE EL ORDEN LEXICOGRAFICO DE LAS POSICIONES ES EL DE
033400*    LOS ELEMENTOS. LA CUENTA C(N,K) O P(N,K) SE CALCULA ANTES
033500*    POR LOS CAMINOS DE SIEMPRE Y, SI PASA DEL MAXIMO (O NO ES
033600*    REPRESENTABLE), LA PETICION SE RECHAZA SIN LISTAR NADA.
033700     MOVE WS-N TO WS-L-N
033800     MOVE WS-K TO WS-L-K
033900     PERFORM 2910-CARGAR-ELEMENTO THRU 2910-EXIT
034000         VARYING WS-L-I FROM 1 BY 1
034100         UNTIL WS-L-I > WS-L-N OR ES-RECHAZADO
034200     IF ES-RECHAZADO
034300         GO TO 2900-EXIT
034400     END-IF
034500     PERFORM 2920-ORDENAR-PASADA THRU 2920-EXIT
034600         VARYING WS-L-I FROM 1 BY 1
034700         UNTIL WS-L-I >= WS-L-N
034800     PERFORM 2930-BUSCAR-REPETIDO THRU 2930-EXIT
034900         VARYING WS-L-I FROM 2 BY 1
035000         UNTIL WS-L-I > WS-L-N OR ES-RECHAZADO
035100     IF ES-RECHAZADO
035200         GO TO 2900-EXIT
035300     END-IF
035400     IF COMB-MODO-LISTA = "C"
035500         PERFORM 2300-CALCULAR-COMBINACION THRU 2300-EXIT
035600     ELSE
035700         PERFORM 2400-CALCULAR-PERMUTACION THRU 2400-EXIT
035800     END-IF
035900     IF ES-RECHAZADO OR WS-RESULTADO > WS-L-MAXIMO
036000         MOVE "LISTADO SUPERA EL MAXIMO" TO WS-MOTIVO-RECHAZO
036100         SET ES-RECHAZADO TO TRUE
036200         GO TO 2900-EXIT
036300     END-IF
036400     PERFORM 2940-PRIMERA-SELECCION THRU 2940-EXIT
036500         VARYING WS-L-I FROM 1 BY 1
036600         UNTIL WS-L-I > WS-L-N
036700     MOVE 0 TO WS-L-ORDINAL
036800     MOVE "N" TO WS-L-FIN
036900     PERFORM 2950-EMITIR-SELECCION THRU 2950-EXIT
037000         UNTIL FIN-LISTADO
037100     MOVE 0 TO WS-L-A-SALTAR.
037200 2900-EXIT.
037300     EXIT.
037400*================================================================
037500 2910-CARGAR-ELEMENTO.
037600*================================================================
037700     IF COMB-ELEMENTO(WS-L-I) = SPACES
037800         MOVE "ELEMENTO EN BLANCO EN LA LISTA"
037900             TO WS-MOTIVO-RECHAZO
038000         SET ES-RECHAZADO TO TRUE
038100     ELSE
038200         MOVE COMB-ELEMENTO(WS-L-I) TO WS-L-ELEMENTO(WS-L-I)
038300     END-IF.
038400 2910-EXIT.
038500     EXIT.
038600*================================================================
038700 2920-ORDENAR-PASADA.
038800*================================================================
038900*    ORDENACION POR BURBUJA: CON 30 ELEMENTOS COMO MUCHO NO
039000*    MERECE UN SORT.
039100     COMPUTE WS-L-TOPE = WS-L-N - WS-L-I
039200     PERFORM 2925-COMPARAR-PAREJA THRU 2925-EXIT
039300         VARYING WS-L-J FROM 1 BY 1
039400         UNTIL WS-L-J > WS-L-TOPE.
039500 2920-EXIT.
039600     EXIT.
039700*================================================================
039800 2925-COMPARAR-PAREJA.
039900*================================================================
040000     IF WS-L-ELEMENTO(WS-L-J) > WS-L-ELEMENTO(WS-L-J + 1)
040100         MOVE WS-L-ELEMENTO(WS-L-J) TO WS-L-ELEMENTO-AUX
040200         MOVE WS-L-ELEMENTO(WS-L-J + 1) TO WS-L-ELEMENTO(WS-L-J)
040300         MOVE WS-L-ELEMENTO-AUX TO WS-L-ELEMENTO(WS-L-J + 1)
040400     END-IF.
040500 2925-EXIT.
040600     EXIT.
040700*================================================================
040800 2930-BUSCAR-REPETIDO.
040900*================================================================
041000     IF WS-L-ELEMENTO(WS-L-I) = WS-L-ELEMENTO(WS-L-I - 1)
041100         MOVE "ELEMENTOS REPETIDOS" TO WS-MOTIVO-RECHAZO
041200         SET ES-RECHAZADO TO TRUE
041300     END-IF.
041400 2930-EXIT.
041500     EXIT.
041600*================================================================
041700 2940-PRIMERA-SELECCION.
041800*================================================================
041900*    LA PRIMERA SELECCION EN ORDEN ES 1, 2, ..., K; PARA LAS
042000*    PERMUTACIONES SE GUARDA LA ORDENACION COMPLETA 1..N Y LAS
042100*    K PRIMERAS POSICIONES SON LA PERMUTACION EN CURSO.
042200     MOVE WS-L-I TO WS-L-INDICE(WS-L-I).
042300 2940-EXIT.
042400     EXIT.
042500*================================================================
042600 2950-EMITIR-SELECCION.
042700*================================================================
042800*    EN UN REINICIO, LAS FILAS QUE YA ESTABAN EN COMBLIST SE
042900*    RECORREN SIN VOLVER A ESCRIBIRSE.
043000     ADD 1 TO WS-L-ORDINAL
043100     IF WS-L-ORDINAL > WS-L-A-SALTAR
043200         MOVE SPACES TO LST-REGISTRO
043300         COMPUTE LST-PETICION = WS-TOTAL-PROCESADOS + 1
043400         MOVE WS-L-ORDINAL TO LST-ORDINAL
043500         PERFORM 2955-MOVER-ELEMENTO THRU 2955-EXIT
043600             VARYING WS-L-I FROM 1 BY 1
043700             UNTIL WS-L-I > WS-L-K
043800         WRITE LST-REGISTRO
043900         ADD 1 TO WS-TOTAL-LISTADAS
044000         DIVIDE WS-L-ORDINAL BY WS-CADA-CUANTO-CKP
044100             GIVING WS-CKP-COCIENTE REMAINDER WS-CKP-RESTO
044200         IF WS-CKP-RESTO = 0
044300             PERFORM 5000-GRABAR-CHECKPOINT THRU 5000-EXIT
044400         END-IF
044500     END-IF
044600     IF COMB-MODO-LISTA = "C"
044700         PERFORM 2960-SIGUIENTE-COMBINACION THRU 2960-EXIT
044800     ELSE
044900         PERFORM 2970-SIGUIENTE-PERMUTACION THRU 2970-EXIT
045000     END-IF.
045100 2950-EXIT.
045200     EXIT.
045300*================================================================
045400 2955-MOVER-ELEMENTO.
045500*================================================================
045600     MOVE WS-L-ELEMENTO(WS-L-INDICE(WS-L-I))
045700         TO LST-ELEMENTO(WS-L-I).
045800 2955-EXIT.
045900     EXIT.
046000*================================================================
046100 2960-SIGUIENTE-COMBINACION.
046200*================================================================
046300*    SE BUSCA DESDE LA DERECHA LA PRIMERA POSICION I QUE AUN
046400*    PUEDE CRECER (INDICE < N - K + I), SE INCREMENTA Y LAS
046500*    SIGUIENTES PASAN A SER CONSECUTIVAS. SIN POSICION QUE
046600*    CREZCA, EL LISTADO HA TERMINADO.
046700     MOVE WS-L-K TO WS-L-I
046750     MOVE "N" TO WS-L-HALLADO
046800     PERFORM 2965-RETROCEDER THRU 2965-EXIT
046900         UNTIL WS-L-I = 0 OR L-HALLADO
047100     IF WS-L-I = 0
047200         SET FIN-LISTADO TO TRUE
047300         GO TO 2960-EXIT
047400     END-IF
047500     ADD 1 TO WS-L-INDICE(WS-L-I)
047600     COMPUTE WS-L-AUX = WS-L-I + 1
047700     PERFORM 2968-CONSECUTIVO THRU 2968-EXIT
047800         VARYING WS-L-J FROM WS-L-AUX BY 1
047900         UNTIL WS-L-J > WS-L-K.
048000 2960-EXIT.
048100     EXIT.
048200*================================================================
048300 2965-RETROCEDER.
048400*================================================================
048500     IF WS-L-INDICE(WS-L-I) < WS-L-N - WS-L-K + WS-L-I
048520         SET L-HALLADO TO TRUE
048540     ELSE
048560         SUBTRACT 1 FROM WS-L-I
048580     END-IF.
048600 2965-EXIT.
048700     EXIT.
048710*================================================================
048720 2966-RETROCEDER-PERM.
048730*================================================================
048740     IF WS-L-INDICE(WS-L-I) < WS-L-INDICE(WS-L-I + 1)
048750         SET L-HALLADO TO TRUE
048760     ELSE
048770         SUBTRACT 1 FROM WS-L-I
048780     END-IF.
048790 2966-EXIT.
048795     EXIT.
048800*================================================================
048900 2968-CONSECUTIVO.
049000*================================================================
049100     COMPUTE WS-L-INDICE(WS-L-J) = WS-L-INDICE(WS-L-J - 1) + 1.
049200 2968-EXIT.
049300     EXIT.
049400*================================================================
049500 2970-SIGUIENTE-PERMUTACION.
049600*================================================================
049700*    SIGUIENTE K-PERMUTACION EN ORDEN: SE INVIERTE LA COLA
049800*    K+1..N (QUEDA DESCENDENTE) Y SE APLICA LA SIGUIENTE
049900*    PERMUTACION COMPLETA DE LAS N POSICIONES: BUSCAR DESDE LA
050000*    DERECHA EL PRIMER I CON INDICE(I) < INDICE(I+1), CAMBIARLO
050100*    POR EL ULTIMO J MAYOR QUE EL E INVERTIR LO QUE QUEDA A SU
050200*    DERECHA. SIN ESE I, EL LISTADO HA TERMINADO.
050300     COMPUTE WS-L-I = WS-L-K + 1
050400     MOVE WS-L-N TO WS-L-J
050500     PERFORM 2978-INVERTIR-PASO THRU 2978-EXIT
050600         UNTIL WS-L-I >= WS-L-J
050700     COMPUTE WS-L-I = WS-L-N - 1
050750     MOVE "N" TO WS-L-HALLADO
050800     PERFORM 2966-RETROCEDER-PERM THRU 2966-EXIT
050900         UNTIL WS-L-I = 0 OR L-HALLADO
051100     IF WS-L-I = 0
051200         SET FIN-LISTADO TO TRUE
051300         GO TO 2970-EXIT
051400     END-IF
051500     MOVE WS-L-N TO WS-L-J
051600     PERFORM 2975-RETROCEDER-J THRU 2975-EXIT
051700         UNTIL WS-L-INDICE(WS-L-J) > WS-L-INDICE(WS-L-I)
051800     MOVE WS-L-INDICE(WS-L-I) TO WS-L-AUX
051900     MOVE WS-L-INDICE(WS-L-J) TO WS-L-INDICE(WS-L-I)
052000     MOVE WS-L-AUX TO WS-L-INDICE(WS-L-J)
052100     ADD 1 TO WS-L-I
052200     MOVE WS-L-N TO WS-L-J
052300     PERFORM 2978-INVERTIR-PASO THRU 2978-EXIT
052400         UNTIL WS-L-I >= WS-L-J.
052500 2970-EXIT.
052600     EXIT.
052700*================================================================
052800 2975-RETROCEDER-J.
052900*================================================================
053000     SUBTRACT 1 FROM WS-L-J.
053100 2975-EXIT.
053200     EXIT.
053300*================================================================
053400 2978-INVERTIR-PASO.
053500*================================================================
053600*    INTERCAMBIA LOS EXTREMOS I Y J Y LOS ACERCA.
053700     MOVE WS-L-INDICE(WS-L-I) TO WS-L-AUX
053800     MOVE WS-L-INDICE(WS-L-J) TO WS-L-INDICE(WS-L-I)
053900     MOVE WS-L-AUX TO WS-L-INDICE(WS-L-J)
054000     ADD 1 TO WS-L-I
054100     SUBTRACT 1 FROM WS-L-J.
054200 2978-EXIT.
054300     EXIT.
054400*================================================================
054500 5000-GRABAR-CHECKPOINT.
054600*================================================================
054700*    SE GRABAN LAS PETICIONES YA TERMINADAS Y, A MITAD DE UN
054800*    LISTADO, SU ULTIMO ORDINAL ESCRITO. UN REINICIO PUEDE
054900*    REPETIR COMO MUCHO LAS FILAS POSTERIORES AL ULTIMO PUNTO,
055000*    QUE LLEVAN EL MISMO NUMERO DE PETICION Y ORDINAL.
055100     MOVE "G" TO CKP-STD-FUNCION
055200     MOVE "COMBINA" TO CKP-STD-PROGRAMA
055300     MOVE WS-TOTAL-PROCESADOS TO CKP-STD-REGS
055400     INITIALIZE CKP-STD-CONTADORES
055500     MOVE WS-TOTAL-PROCESADOS TO CKP-STD-CONTADOR(1)
055600     MOVE WS-TOTAL-CALCULADOS TO CKP-STD-CONTADOR(2)
055700     MOVE WS-TOTAL-RECHAZADOS TO CKP-STD-CONTADOR(3)
055800     MOVE WS-L-ORDINAL        TO CKP-STD-CONTADOR(4)
055900     MOVE WS-TOTAL-LISTADAS   TO CKP-STD-CONTADOR(5)
056000     CALL "CHKPTSRV" USING CKP-STD-AREA.
056100 5000-EXIT.
056200     EXIT.
056300 END PROGRAM COMBINA.
