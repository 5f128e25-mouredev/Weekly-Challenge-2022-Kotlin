000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PASARELA.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. PASARELA UNICA DE CONSULTAS
001300*                    PARA LOS SERVICIOS DE BUSQUEDA: LEE EL
001400*                    FICHERO COMUN DE PETICIONES PASAIN
001500*                    (SERVICIO, SOLICITANTE Y CLAVE, TRAZADO
001600*                    PETREG), LLAMA AL SERVICIO QUE CORRESPONDE
001700*                    (ESPRIMO, PRIMONAV, FIBOPERT O ANAGSERV) Y
001800*                    ESCRIBE UNA RESPUESTA
001900*                    POR PETICION EN PASAOUT (TRAZADO RESREG) CON
002000*                    LA RESPUESTA EN CLARO, EL CODIGO DEL SERVICIO
002100*                    Y LA FECHA DE NEGOCIO. CADA CONSULTA SE ANADE
002200*                    AL DIARIO DE USO PASAUSO (USOREG) Y EL
002300*                    INFORME PASARPT RESUME EL USO DE LA CORRIDA
002400*                    POR SOLICITANTE Y SERVICIO. LOS FICHEROS DE
002500*                    PETICIONES PROPIOS DE CADA SERVICIO (NAVPRIM,
002600*                    FIBOCONS) SIGUEN DISPONIBLES.
002700*----------------------------------------------------------------
002800* LAS CLAVES NUMERICAS VAN AJUSTADAS A LA IZQUIERDA, SOLO CON
002900* DIGITOS Y BLANCOS DETRAS: HASTA 9 DIGITOS PARA LOS SERVICIOS DE
003000* PRIMOS Y HASTA 36 PARA FIBO. UNA PETICION QUE NO LLEGA AL
003100* SERVICIO SE RESPONDE CON CODIGO R Y EL MOTIVO, Y EL PASO
003200* TERMINA ENTONCES CON RC 4.
003300*----------------------------------------------------------------
003400 ENVIRONMENT     DIVISION.
003500 INPUT-OUTPUT    SECTION.
003600 FILE-CONTROL.
003700     SELECT PETICIONES-IN ASSIGN TO "PASAIN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-IN-STATUS.
004000     SELECT RESPUESTAS-OUT ASSIGN TO "PASAOUT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT USO-LOG ASSIGN TO "PASAUSO"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-USO-STATUS.
004500     SELECT PASARELA-RPT ASSIGN TO "PASARPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA            DIVISION.
004800 FILE            SECTION.
004900 FD  PETICIONES-IN
005000     RECORDING MODE IS F.
005100     COPY PETREG.
005200 FD  RESPUESTAS-OUT
005300     RECORDING MODE IS F.
005400     COPY RESREG.
005500 FD  USO-LOG
005600     RECORDING MODE IS F.
005700     COPY USOREG.
005800 FD  PASARELA-RPT
005900     RECORDING MODE IS F.
006000 01  RPT-LINEA               PIC X(80).
006100 01  RPT-USO-REGISTRO.
006200     05  RPT-USO-SOLICITANTE PIC X(08).
006300     05  FILLER              PIC X(02).
006400     05  RPT-USO-SERVICIO    PIC X(08).
006500     05  FILLER              PIC X(02).
006600     05  RPT-USO-CONSULTAS   PIC Z(6)9.
006700     05  FILLER              PIC X(02).
006800     05  RPT-USO-RECHAZADAS  PIC Z(6)9.
006900 01  RPT-RESUMEN-REGISTRO.
007000     05  RPT-RESUMEN-ETIQUETA PIC X(30).
007100     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
007200 WORKING-STORAGE SECTION.
007300*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
007400     COPY FECNEG.
007500*    AREAS DE LLAMADA A LOS SERVICIOS DE FIBONACCI Y ANAGRAMAS.
007600     COPY FIBSTD.
007700     COPY ANGSTD.
007800 01  WS-IN-STATUS            PIC X(02).
007900     88  WS-IN-NO-EXISTE             VALUE "35".
008000     88  WS-IN-FIN-FICHERO           VALUE "10".
008100 01  WS-USO-STATUS           PIC X(02).
008200     88  WS-USO-NO-EXISTE            VALUE "35".
008300 01  WS-MOTIVO               PIC X(60) VALUE SPACES.
008400*    LLAMADAS A ESPRIMO Y PRIMONAV.
008500 01  WS-FUNCION              PIC X(01).
008600 01  WS-NUMERO               PIC 9(09) VALUE ZERO.
008700 01  WS-VALOR                PIC 9(09) VALUE ZERO.
008800 01  WS-RESPUESTA            PIC X(01).
008900*----------------------------------------------------------------
009000* CLAVE NUMERICA: LARGO DE LA TIRA DE DIGITOS Y VALOR ALINEADO A
009100* LA DERECHA SOBRE 36 POSICIONES (TRAMOS DE 18 COMO FIBOMAST).
009200*----------------------------------------------------------------
009300 01  WS-MAX-DIGITOS          PIC 9(02) COMP VALUE ZERO.
009400 01  WS-LARGO-CLAVE          PIC 9(02) COMP VALUE ZERO.
009500 01  WS-DESPLAZA             PIC 9(02) COMP VALUE ZERO.
009600 01  WS-IDX                  PIC 9(02) COMP VALUE ZERO.
009700 01  WS-CLAVE-NUMERICA       PIC X(01) VALUE "N".
009800     88  CLAVE-NUMERICA              VALUE "S".
009900 01  WS-NUM-ALIN             PIC X(36).
010000 01  WS-NUM-TRAMOS REDEFINES WS-NUM-ALIN.
010100     05  WS-NUM-ALTO         PIC 9(18).
010200     05  WS-NUM-BAJO         PIC 9(18).
010300 01  WS-NUM-CORTO REDEFINES WS-NUM-ALIN.
010400     05  FILLER              PIC X(27).
010500     05  WS-NUM-NUEVE        PIC 9(09).
010600*    EDICION DE VALORES EN LA RESPUESTA EN CLARO.
010700 01  WS-EDIT-NUEVE           PIC Z(8)9.
010800 01  WS-EDIT-CINCO           PIC Z(4)9.
010900 01  WS-EDIT-VALOR           PIC X(36).
011000 01  WS-EDIT-SUPERIOR        PIC X(36).
011100 01  WS-EDIT-ALTO            PIC Z(17)9.
011200 01  WS-VAL-ALTO             PIC 9(18) VALUE ZERO.
011300 01  WS-VAL-BAJO             PIC 9(18) VALUE ZERO.
011400*----------------------------------------------------------------
011500* USO DE LA CORRIDA POR SOLICITANTE Y SERVICIO.
011600*----------------------------------------------------------------
011700 01  WS-TABLA-USO.
011800     05  WS-NUM-USOS         PIC 9(03) COMP VALUE ZERO.
011900     05  WS-USO-ENTRY OCCURS 500 TIMES.
012000         10  WS-USO-SOLICITANTE PIC X(08).
012100         10  WS-USO-SERVICIO    PIC X(08).
012200         10  WS-USO-CONSULTAS   PIC 9(07) COMP.
012300         10  WS-USO-RECHAZADAS  PIC 9(07) COMP.
012400 01  WS-IDX-USO              PIC 9(03) COMP VALUE ZERO.
012500 01  WS-USO-HALLADO          PIC 9(03) COMP VALUE ZERO.
012600 01  WS-CONTADORES.
012700     05  WS-TOTAL-PETICIONES PIC 9(07) COMP VALUE ZERO.
012800     05  WS-TOTAL-RESPONDIDAS PIC 9(07) COMP VALUE ZERO.
012900     05  WS-TOTAL-RECHAZADAS PIC 9(07) COMP VALUE ZERO.
013000     05  WS-TOTAL-SIN-TABLA  PIC 9(07) COMP VALUE ZERO.
013100 PROCEDURE       DIVISION.
013200*================================================================
013300 0000-MAINLINE.
013400*================================================================
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013600     PERFORM 2000-ATENDER-PETICION THRU 2000-EXIT
013700         UNTIL WS-IN-FIN-FICHERO
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT
013900     GOBACK.
014000*================================================================
014100 1000-INITIALIZE.
014200*================================================================
014300     OPEN OUTPUT RESPUESTAS-OUT
014400     OPEN OUTPUT PASARELA-RPT
014500     MOVE SPACES TO RES-REGISTRO
014600     CALL "FECHANEG" USING FEC-NEG-AREA
014700     OPEN EXTEND USO-LOG
014800     IF WS-USO-NO-EXISTE
014900         OPEN OUTPUT USO-LOG
015000     END-IF
015100     OPEN INPUT PETICIONES-IN
015200     IF WS-IN-NO-EXISTE
015300         MOVE "10" TO WS-IN-STATUS
015400         MOVE "SIN FICHERO DE PETICIONES PASAIN" TO RPT-LINEA
015500         WRITE RPT-LINEA
015600     ELSE
015700         PERFORM 2100-LEER-PETICION THRU 2100-EXIT
015800     END-IF.
015900 1000-EXIT.
016000     EXIT.
016100*================================================================
016200 2000-ATENDER-PETICION.
016300*================================================================
016400     ADD 1 TO WS-TOTAL-PETICIONES
016500     MOVE SPACES TO RES-REGISTRO WS-MOTIVO
016600     MOVE PET-SERVICIO    TO RES-SERVICIO
016700     MOVE PET-SOLICITANTE TO RES-SOLICITANTE
016800     MOVE PET-CLAVE       TO RES-CLAVE
016900     MOVE FEC-NEG-FECHA   TO RES-FECHA
017000     EVALUATE TRUE
017100         WHEN PET-SOLICITANTE = SPACES
017200             MOVE "SOLICITANTE EN BLANCO" TO WS-MOTIVO
017300         WHEN PET-CLAVE = SPACES
017400             MOVE "CLAVE EN BLANCO" TO WS-MOTIVO
017500         WHEN PET-SERVICIO = "ESPRIMO"
017600             PERFORM 3000-SERVIR-ESPRIMO THRU 3000-EXIT
017700         WHEN PET-SERVICIO = "PRIMSIG"
017800             MOVE "S" TO WS-FUNCION
017900             PERFORM 3100-SERVIR-PRIMONAV THRU 3100-EXIT
018000         WHEN PET-SERVICIO = "PRIMANT"
018100             MOVE "A" TO WS-FUNCION
018200             PERFORM 3100-SERVIR-PRIMONAV THRU 3100-EXIT
018300         WHEN PET-SERVICIO = "PRIMENE"
018400             MOVE "N" TO WS-FUNCION
018500             PERFORM 3100-SERVIR-PRIMONAV THRU 3100-EXIT
018600         WHEN PET-SERVICIO = "FIBO"
018700             PERFORM 3200-SERVIR-FIBO THRU 3200-EXIT
018800         WHEN PET-SERVICIO = "ANAGRUPO"
018900             PERFORM 3300-SERVIR-ANAGRUPO THRU 3300-EXIT
019000         WHEN OTHER
019100             MOVE "SERVICIO DESCONOCIDO" TO WS-MOTIVO
019200     END-EVALUATE
019300     IF WS-MOTIVO NOT = SPACES
019400         MOVE "R" TO RES-CODIGO
019500         MOVE WS-MOTIVO TO RES-RESPUESTA
019600         ADD 1 TO WS-TOTAL-RECHAZADAS
019700     ELSE
019800         ADD 1 TO WS-TOTAL-RESPONDIDAS
019900     END-IF
020000     WRITE RES-REGISTRO
020100     PERFORM 4000-ANOTAR-USO THRU 4000-EXIT
020200     PERFORM 2100-LEER-PETICION THRU 2100-EXIT.
020300 2000-EXIT.
020400     EXIT.
020500*================================================================
020600 2100-LEER-PETICION.
020700*================================================================
020800     READ PETICIONES-IN
020900         AT END
021000             MOVE "10" TO WS-IN-STATUS
021100     END-READ.
021200 2100-EXIT.
021300     EXIT.
021400*================================================================
021500 2200-LEER-NUMERO.
021600*================================================================
021700*    LA CLAVE ES UNA TIRA DE DIGITOS DESDE LA PRIMERA POSICION,
021800*    DE HASTA WS-MAX-DIGITOS, CON SOLO BLANCOS DETRAS; SE ALINEA
021900*    A LA DERECHA CON CEROS.
022000     MOVE "N" TO WS-CLAVE-NUMERICA
022100     PERFORM 2210-AVANZAR-DIGITO THRU 2210-EXIT
022200         VARYING WS-IDX FROM 1 BY 1
022300         UNTIL WS-IDX > 60
022400            OR PET-CLAVE(WS-IDX:1) NOT NUMERIC
022500     COMPUTE WS-LARGO-CLAVE = WS-IDX - 1
022600     IF WS-LARGO-CLAVE = 0 OR WS-LARGO-CLAVE > WS-MAX-DIGITOS
022700         MOVE "CLAVE NO NUMERICA O DEMASIADO LARGA" TO WS-MOTIVO
022800         GO TO 2200-EXIT
022900     END-IF
023000     IF PET-CLAVE(WS-IDX:) NOT = SPACES
023100         MOVE "CLAVE NO NUMERICA O DEMASIADO LARGA" TO WS-MOTIVO
023200         GO TO 2200-EXIT
023300     END-IF
023400     MOVE ALL "0" TO WS-NUM-ALIN
023500     COMPUTE WS-DESPLAZA = 36 - WS-LARGO-CLAVE + 1
023600     MOVE PET-CLAVE(1:WS-LARGO-CLAVE)
023700         TO WS-NUM-ALIN(WS-DESPLAZA:WS-LARGO-CLAVE)
023800     SET CLAVE-NUMERICA TO TRUE.
023900 2200-EXIT.
024000     EXIT.
024100*================================================================
024200 2210-AVANZAR-DIGITO.
024300*================================================================
024400*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
024500     CONTINUE.
024600 2210-EXIT.
024700     EXIT.
024800*================================================================
024900 3000-SERVIR-ESPRIMO.
025000*================================================================
025100     MOVE 9 TO WS-MAX-DIGITOS
025200     PERFORM 2200-LEER-NUMERO THRU 2200-EXIT
025300     IF NOT CLAVE-NUMERICA
025400         GO TO 3000-EXIT
025500     END-IF
025600     MOVE WS-NUM-NUEVE TO WS-NUMERO
025700     CALL "ESPRIMO" USING WS-NUMERO WS-RESPUESTA
025800     MOVE WS-RESPUESTA TO RES-CODIGO
025900     EVALUATE WS-RESPUESTA
026000         WHEN "P"
026100             MOVE "ES PRIMO" TO RES-RESPUESTA
026200         WHEN "C"
026300             MOVE "ES COMPUESTO" TO RES-RESPUESTA
026400         WHEN OTHER
026500             MOVE "FUERA DE RANGO DEL MAESTRO PRIMOMAST"
026600                 TO RES-RESPUESTA
026700     END-EVALUATE.
026800 3000-EXIT.
026900     EXIT.
027000*================================================================
027100 3100-SERVIR-PRIMONAV.
027200*================================================================
027300     MOVE 9 TO WS-MAX-DIGITOS
027400     PERFORM 2200-LEER-NUMERO THRU 2200-EXIT
027500     IF NOT CLAVE-NUMERICA
027600         GO TO 3100-EXIT
027700     END-IF
027800     MOVE WS-NUM-NUEVE TO WS-NUMERO
027900     CALL "PRIMONAV" USING WS-FUNCION WS-NUMERO
028000         WS-VALOR WS-RESPUESTA
028100     MOVE WS-RESPUESTA TO RES-CODIGO
028200     EVALUATE WS-RESPUESTA
028300         WHEN "P"
028400             MOVE WS-VALOR TO WS-EDIT-NUEVE
028500             STRING "PRIMO " DELIMITED BY SIZE
028600                 FUNCTION TRIM(WS-EDIT-NUEVE) DELIMITED BY SIZE
028700                 INTO RES-RESPUESTA
028800             END-STRING
028900         WHEN "X"
029000             MOVE "FUERA DE RANGO DEL MAESTRO PRIMOMAST"
029100                 TO RES-RESPUESTA
029200         WHEN OTHER
029300             MOVE "SIN RESPUESTA" TO RES-RESPUESTA
029400     END-EVALUATE.
029500 3100-EXIT.
029600     EXIT.
029700*================================================================
029800 3200-SERVIR-FIBO.
029900*================================================================
030000     MOVE 36 TO WS-MAX-DIGITOS
030100     PERFORM 2200-LEER-NUMERO THRU 2200-EXIT
030200     IF NOT CLAVE-NUMERICA
030300         GO TO 3200-EXIT
030400     END-IF
030500     MOVE SPACES TO FIB-STD-SECID
030600     MOVE WS-NUM-ALTO TO FIB-STD-ALTO
030700     MOVE WS-NUM-BAJO TO FIB-STD-BAJO
030800     CALL "FIBOPERT" USING FIB-STD-AREA
030900     MOVE FIB-STD-RESPUESTA TO RES-CODIGO
031000     EVALUATE TRUE
031100         WHEN FIB-STD-MIEMBRO
031200             MOVE FIB-STD-INDICE TO WS-EDIT-NUEVE
031300             STRING "MIEMBRO, INDICE " DELIMITED BY SIZE
031400                 FUNCTION TRIM(WS-EDIT-NUEVE) DELIMITED BY SIZE
031500                 INTO RES-RESPUESTA
031600             END-STRING
031700         WHEN FIB-STD-NO-MIEMBRO
031800             MOVE FIB-STD-SUP-ALTO TO WS-VAL-ALTO
031900             MOVE FIB-STD-SUP-BAJO TO WS-VAL-BAJO
032000             PERFORM 3400-EDITAR-VALOR THRU 3400-EXIT
032100             IF FIB-STD-HAY-INFERIOR = "S"
032200                 MOVE WS-EDIT-VALOR TO WS-EDIT-SUPERIOR
032300                 MOVE FIB-STD-INF-ALTO TO WS-VAL-ALTO
032400                 MOVE FIB-STD-INF-BAJO TO WS-VAL-BAJO
032500                 PERFORM 3400-EDITAR-VALOR THRU 3400-EXIT
032600                 STRING "NO MIEMBRO, ENTRE " DELIMITED BY SIZE
032700                     WS-EDIT-VALOR DELIMITED BY SPACE
032800                     " Y " DELIMITED BY SIZE
032900                     WS-EDIT-SUPERIOR DELIMITED BY SPACE
033000                     INTO RES-RESPUESTA
033100                 END-STRING
033200             ELSE
033300                 STRING "NO MIEMBRO, MENOR QUE " DELIMITED BY SIZE
033400                     WS-EDIT-VALOR DELIMITED BY SPACE
033500                     INTO RES-RESPUESTA
033600                 END-STRING
033700             END-IF
033800         WHEN OTHER
033900             MOVE "FUERA DE RANGO DEL MAESTRO FIBOMAST"
034000                 TO RES-RESPUESTA
034100     END-EVALUATE.
034200 3200-EXIT.
034300     EXIT.
034400*================================================================
034500 3300-SERVIR-ANAGRUPO.
034600*================================================================
034700     MOVE PET-CLAVE TO ANG-STD-PALABRA
034800     CALL "ANAGSERV" USING ANG-STD-AREA
034900     MOVE ANG-STD-RESPUESTA TO RES-CODIGO
035000     EVALUATE TRUE
035100         WHEN ANG-STD-HALLADO
035200             MOVE ANG-STD-ID TO WS-EDIT-NUEVE
035300             MOVE ANG-STD-MIEMBROS TO WS-EDIT-CINCO
035400             STRING "GRUPO " DELIMITED BY SIZE
035500                 FUNCTION TRIM(WS-EDIT-NUEVE) DELIMITED BY SIZE
035600                 " ESTADO " DELIMITED BY SIZE
035700                 ANG-STD-ESTADO DELIMITED BY SPACE
035800                 " MIEMBROS " DELIMITED BY SIZE
035900                 FUNCTION TRIM(WS-EDIT-CINCO) DELIMITED BY SIZE
036000                 " CLAVE " DELIMITED BY SIZE
036100                 ANG-STD-CLAVE DELIMITED BY SPACE
036200                 INTO RES-RESPUESTA
036300             END-STRING
036400         WHEN ANG-STD-SIN-GRUPO
036500             STRING "SIN GRUPO, CLAVE " DELIMITED BY SIZE
036600                 ANG-STD-CLAVE DELIMITED BY SPACE
036700                 INTO RES-RESPUESTA
036800             END-STRING
036900         WHEN ANG-STD-SIN-REGISTRO
037000             MOVE "SIN REGISTRO DE GRUPOS GRUPREG"
037100                 TO RES-RESPUESTA
037200         WHEN OTHER
037300             MOVE "PALABRA EN BLANCO" TO RES-RESPUESTA
037400     END-EVALUATE.
037500 3300-EXIT.
037600     EXIT.
037700*================================================================
037800 3400-EDITAR-VALOR.
037900*================================================================
038000*    EDITA UN VALOR DE HASTA 36 DIGITOS SIN CEROS DE RELLENO POR
038100*    LA IZQUIERDA, COMO FIBOCONS.
038200     MOVE SPACES TO WS-EDIT-VALOR
038300     IF WS-VAL-ALTO = 0
038400         MOVE WS-VAL-BAJO TO WS-EDIT-ALTO
038500         MOVE FUNCTION TRIM(WS-EDIT-ALTO) TO WS-EDIT-VALOR
038600     ELSE
038700         MOVE WS-VAL-ALTO TO WS-EDIT-ALTO
038800         STRING FUNCTION TRIM(WS-EDIT-ALTO) DELIMITED BY SIZE
038900             WS-VAL-BAJO DELIMITED BY SIZE
039000             INTO WS-EDIT-VALOR
039100         END-STRING
039200     END-IF.
039300 3400-EXIT.
039400     EXIT.
039500*================================================================
039600 4000-ANOTAR-USO.
039700*================================================================
039800*    TODA CONSULTA, RESPONDIDA O RECHAZADA, CUENTA COMO USO DEL
039900*    SOLICITANTE: VA AL DIARIO PASAUSO Y A LA TABLA DEL INFORME.
040000     MOVE FEC-NEG-FECHA   TO USO-FECHA
040100     MOVE FEC-NEG-CORRIDA TO USO-CORRIDA
040200     MOVE PET-SOLICITANTE TO USO-SOLICITANTE
040300     MOVE PET-SERVICIO    TO USO-SERVICIO
040400     MOVE RES-CODIGO      TO USO-CODIGO
040500     WRITE USO-REGISTRO
040600     MOVE 0 TO WS-USO-HALLADO
040700     PERFORM 4100-BUSCAR-USO THRU 4100-EXIT
040800         VARYING WS-IDX-USO FROM 1 BY 1
040900         UNTIL WS-IDX-USO > WS-NUM-USOS OR WS-USO-HALLADO > 0
041000     IF WS-USO-HALLADO = 0
041100         IF WS-NUM-USOS >= 500
041200             ADD 1 TO WS-TOTAL-SIN-TABLA
041300             GO TO 4000-EXIT
041400         END-IF
041500         ADD 1 TO WS-NUM-USOS
041600         MOVE WS-NUM-USOS TO WS-USO-HALLADO
041700         MOVE PET-SOLICITANTE
041800             TO WS-USO-SOLICITANTE(WS-USO-HALLADO)
041900         MOVE PET-SERVICIO TO WS-USO-SERVICIO(WS-USO-HALLADO)
042000         MOVE 0 TO WS-USO-CONSULTAS(WS-USO-HALLADO)
042100         MOVE 0 TO WS-USO-RECHAZADAS(WS-USO-HALLADO)
042200     END-IF
042300     ADD 1 TO WS-USO-CONSULTAS(WS-USO-HALLADO)
042400     IF RES-RECHAZADA
042500         ADD 1 TO WS-USO-RECHAZADAS(WS-USO-HALLADO)
042600     END-IF.
042700 4000-EXIT.
042800     EXIT.
042900*================================================================
043000 4100-BUSCAR-USO.
043100*================================================================
043200     IF WS-USO-SOLICITANTE(WS-IDX-USO) = PET-SOLICITANTE
043300      AND WS-USO-SERVICIO(WS-IDX-USO) = PET-SERVICIO
043400         MOVE WS-IDX-USO TO WS-USO-HALLADO
043500     END-IF.
043600 4100-EXIT.
043700     EXIT.
043800*================================================================
043900 5000-IMPRIMIR-USO.
044000*================================================================
044100     MOVE SPACES TO RPT-USO-REGISTRO
044200     MOVE WS-USO-SOLICITANTE(WS-IDX-USO) TO RPT-USO-SOLICITANTE
044300     MOVE WS-USO-SERVICIO(WS-IDX-USO)    TO RPT-USO-SERVICIO
044400     MOVE WS-USO-CONSULTAS(WS-IDX-USO)   TO RPT-USO-CONSULTAS
044500     MOVE WS-USO-RECHAZADAS(WS-IDX-USO)  TO RPT-USO-RECHAZADAS
044600     WRITE RPT-USO-REGISTRO.
044700 5000-EXIT.
044800     EXIT.
044900*================================================================
045000 9000-TERMINATE.
045100*================================================================
045200     MOVE "SOLICIT.  SERVICIO  CONSULTAS  RECHAZ." TO RPT-LINEA
045300     WRITE RPT-LINEA
045400     PERFORM 5000-IMPRIMIR-USO THRU 5000-EXIT
045500         VARYING WS-IDX-USO FROM 1 BY 1
045600         UNTIL WS-IDX-USO > WS-NUM-USOS
045700     MOVE "PETICIONES LEIDAS"        TO RPT-RESUMEN-ETIQUETA
045800     MOVE WS-TOTAL-PETICIONES        TO RPT-RESUMEN-VALOR
045900     WRITE RPT-RESUMEN-REGISTRO
046000     MOVE "PETICIONES RESPONDIDAS"   TO RPT-RESUMEN-ETIQUETA
046100     MOVE WS-TOTAL-RESPONDIDAS       TO RPT-RESUMEN-VALOR
046200     WRITE RPT-RESUMEN-REGISTRO
046300     MOVE "PETICIONES RECHAZADAS"    TO RPT-RESUMEN-ETIQUETA
046400     MOVE WS-TOTAL-RECHAZADAS        TO RPT-RESUMEN-VALOR
046500     WRITE RPT-RESUMEN-REGISTRO
046600     IF WS-TOTAL-SIN-TABLA > 0
046700         MOVE "USOS FUERA DE LA TABLA"   TO RPT-RESUMEN-ETIQUETA
046800         MOVE WS-TOTAL-SIN-TABLA         TO RPT-RESUMEN-VALOR
046900         WRITE RPT-RESUMEN-REGISTRO
047000     END-IF
047100     IF (WS-TOTAL-RECHAZADAS > 0 OR WS-TOTAL-SIN-TABLA > 0)
047200      AND RETURN-CODE < 4
047300         MOVE 4 TO RETURN-CODE
047400     END-IF
047500     IF NOT WS-IN-NO-EXISTE
047600         CLOSE PETICIONES-IN
047700     END-IF
047800     CLOSE USO-LOG
047900     CLOSE RESPUESTAS-OUT
048000     CLOSE PASARELA-RPT.
048100 9000-EXIT.
048200     EXIT.
048300 END PROGRAM PASARELA.
