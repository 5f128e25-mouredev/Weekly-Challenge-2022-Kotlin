000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SUGIERE.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SUGERENCIAS DE ORTOGRAFIA
001300*                    PARA LA COLA DE REPARACION: SE EJECUTA TRAS
001400*                    EL RECOLECTOR Y, PARA CADA RECHAZO DE
001500*                    DICCIONARIO DE ANAGRAMA (MOTIVO PALABRA NO
001600*                    EN DICCIONARIO), BUSCA EN DICCION LAS
001700*                    PALABRAS MAS CERCANAS A CADA CADENA
001800*                    DESCONOCIDA POR DISTANCIA DE EDICION (ALTAS,
001900*                    BAJAS Y CAMBIOS DE LETRA) Y GUARDA LAS CINCO
002000*                    MEJORES EN REPARSUG (SUGREG), ENGANCHADAS AL
002100*                    ELEMENTO DE LA COLA POR SU SECUENCIA Y SU
002200*                    LINAJE. REPARTALL LAS MUESTRA AL ANALISTA.
002300*----------------------------------------------------------------
002400* LAS PALABRAS SE COMPARAN PLEGADAS COMO LAS PLIEGA ANAGRAMA SIN
002500* PERFIL (TABLA FIJA DE ACENTOS Y MAYUSCULAS); LA SUGERENCIA SE
002600* ENTREGA TAL COMO ESTA ESCRITA EN DICCION. SOLO SE SUGIEREN
002700* PALABRAS A DISTANCIA 3 O MENOS.
002800*----------------------------------------------------------------
002900 ENVIRONMENT     DIVISION.
003000 INPUT-OUTPUT    SECTION.
003100 FILE-CONTROL.
003200     SELECT REPARACION-QUEUE ASSIGN TO "REPARQUE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-QUE-STATUS.
003500     SELECT DICCIONARIO ASSIGN TO "DICCION"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-DIC-STATUS.
003800     SELECT SUGERENCIAS ASSIGN TO "REPARSUG"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT SUGIERE-RPT ASSIGN TO "SUGRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA            DIVISION.
004300 FILE            SECTION.
004400 FD  REPARACION-QUEUE
004500     RECORDING MODE IS F.
004600     COPY REJSTD.
004700 FD  DICCIONARIO
004800     RECORDING MODE IS F.
004900 01  DIC-REGISTRO            PIC X(100).
005000 FD  SUGERENCIAS
005100     RECORDING MODE IS F.
005200     COPY SUGREG.
005300 FD  SUGIERE-RPT
005400     RECORDING MODE IS F.
005500 01  RPT-LINEA               PIC X(120).
005600 01  RPT-RESUMEN-REGISTRO.
005700     05  RPT-RESUMEN-ETIQUETA PIC X(30).
005800     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
005900 WORKING-STORAGE SECTION.
006000 01  WS-QUE-STATUS           PIC X(02).
006100     88  WS-QUE-NO-EXISTE            VALUE "35".
006200     88  WS-QUE-FIN-FICHERO          VALUE "10".
006300 01  WS-DIC-STATUS           PIC X(02).
006400     88  WS-DIC-NO-EXISTE            VALUE "35".
006500     88  WS-DIC-FIN-FICHERO          VALUE "10".
006600 01  WS-MOTIVO-DICCIONARIO   PIC X(30)
006700                             VALUE "PALABRA NO EN DICCIONARIO".
006800 01  WS-DISTANCIA-MAXIMA     PIC 9(02) COMP VALUE 3.
006900*----------------------------------------------------------------
007000* DICCIONARIO EN MEMORIA: LA PALABRA COMO ESTA ESCRITA (PARA
007100* SUGERIRLA) Y PLEGADA (PARA COMPARARLA), CON SU LARGO.
007200*----------------------------------------------------------------
007300 01  WS-TABLA-DICCIONARIO.
007400     05  WS-NUM-DIC          PIC 9(05) COMP VALUE ZERO.
007500     05  WS-DIC-ENTRY OCCURS 5000 TIMES.
007600         10  WS-DIC-ORIGINAL PIC X(30).
007700         10  WS-DIC-PLEGADA  PIC X(100).
007800         10  WS-DIC-LARGO    PIC 9(03) COMP.
007900 01  WS-IDX-DIC              PIC 9(05) COMP VALUE ZERO.
008000 01  WS-DIC-PERDIDAS         PIC 9(05) COMP VALUE ZERO.
008100*----------------------------------------------------------------
008200* CADENA EN CURSO Y DISTANCIA DE EDICION POR FILAS (LA FILA
008300* ANTERIOR Y LA ACTUAL DE LA MATRIZ, CON LA COLUMNA CERO).
008400*----------------------------------------------------------------
008500 01  WS-CAMPO                PIC X(100).
008600 01  WS-LARGO-CAMPO          PIC 9(03) COMP VALUE ZERO.
008700 01  WS-PALABRA              PIC X(100).
008800 01  WS-LARGO-PALABRA        PIC 9(03) COMP VALUE ZERO.
008900 01  WS-POSICION             PIC 9(04) VALUE ZERO.
009000 01  WS-CONOCIDA             PIC X(01) VALUE "N".
009100     88  PALABRA-CONOCIDA            VALUE "S".
009200 01  WS-FILAS.
009300     05  WS-FILA-ANT         OCCURS 101 TIMES PIC 9(03) COMP.
009400     05  WS-FILA-ACT         OCCURS 101 TIMES PIC 9(03) COMP.
009500 01  WS-IDX-I                PIC 9(03) COMP VALUE ZERO.
009600 01  WS-IDX-J                PIC 9(03) COMP VALUE ZERO.
009700 01  WS-COSTE                PIC 9(01) COMP VALUE ZERO.
009800 01  WS-MINIMO-FILA          PIC 9(03) COMP VALUE ZERO.
009900 01  WS-DISTANCIA            PIC 9(03) COMP VALUE ZERO.
010000 01  WS-DIFERENCIA           PIC S9(03) COMP VALUE ZERO.
010100 01  WS-CELDA                PIC 9(03) COMP VALUE ZERO.
010200*----------------------------------------------------------------
010300* LAS CINCO MEJORES DE LA CADENA EN CURSO, DE MENOR A MAYOR
010400* DISTANCIA; A IGUAL DISTANCIA MANDA EL ORDEN DE DICCION.
010500*----------------------------------------------------------------
010600 01  WS-TABLA-MEJORES.
010700     05  WS-NUM-MEJORES      PIC 9(01) COMP VALUE ZERO.
010800     05  WS-MEJ-ENTRY OCCURS 6 TIMES.
010900         10  WS-MEJ-PALABRA  PIC X(30).
011000         10  WS-MEJ-DISTANCIA PIC 9(03) COMP.
011100 01  WS-IDX-MEJ              PIC 9(01) COMP VALUE ZERO.
011200 01  WS-IDX-MOV              PIC 9(01) COMP VALUE ZERO.
011300 01  WS-LIMITE               PIC 9(01) COMP VALUE ZERO.
011400 01  WS-CONTADORES.
011500     05  WS-SECUENCIA-COLA   PIC 9(09) COMP VALUE ZERO.
011600     05  WS-TOTAL-RECHAZOS-DIC PIC 9(07) COMP VALUE ZERO.
011700     05  WS-TOTAL-CON-SUG    PIC 9(07) COMP VALUE ZERO.
011800     05  WS-TOTAL-SIN-SUG    PIC 9(07) COMP VALUE ZERO.
011900 PROCEDURE       DIVISION.
012000*================================================================
012100 0000-MAINLINE.
012200*================================================================
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012400     IF NOT WS-QUE-NO-EXISTE
012500         PERFORM 2100-LEER-COLA THRU 2100-EXIT
012600         PERFORM 2000-TRATAR-ELEMENTO THRU 2000-EXIT
012700             UNTIL WS-QUE-FIN-FICHERO
012800     END-IF
012900     PERFORM 9000-TERMINATE THRU 9000-EXIT
013000     GOBACK.
013100*================================================================
013200 1000-INITIALIZE.
013300*================================================================
013400     OPEN OUTPUT SUGERENCIAS
013500     OPEN OUTPUT SUGIERE-RPT
013600     MOVE SPACES TO RPT-RESUMEN-REGISTRO
013700     PERFORM 1100-CARGAR-DICCIONARIO THRU 1100-EXIT
013800     OPEN INPUT REPARACION-QUEUE
013900     IF WS-QUE-NO-EXISTE
014000         MOVE "SIN COLA DE REPARACION REPARQUE" TO RPT-LINEA
014100         WRITE RPT-LINEA
014200     END-IF.
014300 1000-EXIT.
014400     EXIT.
014500*================================================================
014600 1100-CARGAR-DICCIONARIO.
014700*================================================================
014800     OPEN INPUT DICCIONARIO
014900     IF WS-DIC-NO-EXISTE
015000         MOVE "SIN DICCIONARIO DICCION: NO HAY SUGERENCIAS"
015100             TO RPT-LINEA
015200         WRITE RPT-LINEA
015300         MOVE 4 TO RETURN-CODE
015400         GO TO 1100-EXIT
015500     END-IF
015600     PERFORM 1110-LEER-DICCIONARIO THRU 1110-EXIT
015700     PERFORM 1120-CARGAR-PALABRA THRU 1120-EXIT
015800         UNTIL WS-DIC-FIN-FICHERO
015900     CLOSE DICCIONARIO
016000     IF WS-DIC-PERDIDAS > 0
016100         MOVE "PALABRAS DE DICCION SIN SITIO" TO
016200             RPT-RESUMEN-ETIQUETA
016300         MOVE WS-DIC-PERDIDAS TO RPT-RESUMEN-VALOR
016400         WRITE RPT-RESUMEN-REGISTRO
016500         MOVE 4 TO RETURN-CODE
016600     END-IF.
016700 1100-EXIT.
016800     EXIT.
016900*================================================================
017000 1110-LEER-DICCIONARIO.
017100*================================================================
017200     READ DICCIONARIO
017300         AT END
017400             MOVE "10" TO WS-DIC-STATUS
017500     END-READ.
017600 1110-EXIT.
017700     EXIT.
017800*================================================================
017900 1120-CARGAR-PALABRA.
018000*================================================================
018100     IF DIC-REGISTRO = SPACES
018200         GO TO 1120-LEER
018300     END-IF
018400     IF WS-NUM-DIC = 5000
018500         ADD 1 TO WS-DIC-PERDIDAS
018600         GO TO 1120-LEER
018700     END-IF
018800     ADD 1 TO WS-NUM-DIC
018900     MOVE DIC-REGISTRO TO WS-DIC-ORIGINAL(WS-NUM-DIC)
019000     MOVE DIC-REGISTRO TO WS-CAMPO
019100     PERFORM 3100-PLEGAR-CAMPO THRU 3100-EXIT
019200     MOVE WS-CAMPO TO WS-DIC-PLEGADA(WS-NUM-DIC)
019300     MOVE WS-LARGO-CAMPO TO WS-DIC-LARGO(WS-NUM-DIC).
019400 1120-LEER.
019500     PERFORM 1110-LEER-DICCIONARIO THRU 1110-EXIT.
019600 1120-EXIT.
019700     EXIT.
019800*================================================================
019900 2000-TRATAR-ELEMENTO.
020000*================================================================
020100*    SOLO LOS RECHAZOS DE DICCIONARIO DE ANAGRAMA; EL RESTO DE
020200*    LA COLA NO SE TOCA.
020300     IF REJ-STD-PROGRAMA NOT = "ANAGRAMA"
020400      OR REJ-STD-MOTIVO NOT = WS-MOTIVO-DICCIONARIO
020500         GO TO 2000-SIGUIENTE
020600     END-IF
020700     ADD 1 TO WS-TOTAL-RECHAZOS-DIC
020800     MOVE 1 TO WS-POSICION
020900     PERFORM 3000-SUGERIR-CADENA THRU 3000-EXIT
021000     MOVE 101 TO WS-POSICION
021100     PERFORM 3000-SUGERIR-CADENA THRU 3000-EXIT.
021200 2000-SIGUIENTE.
021300     PERFORM 2100-LEER-COLA THRU 2100-EXIT.
021400 2000-EXIT.
021500     EXIT.
021600*================================================================
021700 2100-LEER-COLA.
021800*================================================================
021900     READ REPARACION-QUEUE
022000         AT END
022100             MOVE "10" TO WS-QUE-STATUS
022200         NOT AT END
022300             ADD 1 TO WS-SECUENCIA-COLA
022400     END-READ.
022500 2100-EXIT.
022600     EXIT.
022700*================================================================
022800 3000-SUGERIR-CADENA.
022900*================================================================
023000*    UNA CADENA QUE SI ESTA EN DICCION NO NECESITA SUGERENCIAS;
023100*    LA OTRA DEL PAR ES LA QUE PROVOCO EL RECHAZO.
023200     MOVE REJ-STD-IMAGEN(WS-POSICION:100) TO WS-CAMPO
023300     IF WS-CAMPO = SPACES
023400         GO TO 3000-EXIT
023500     END-IF
023600     PERFORM 3100-PLEGAR-CAMPO THRU 3100-EXIT
023700     MOVE WS-CAMPO TO WS-PALABRA
023800     MOVE WS-LARGO-CAMPO TO WS-LARGO-PALABRA
023900     MOVE "N" TO WS-CONOCIDA
024000     PERFORM 3200-COMPARAR-EXACTA THRU 3200-EXIT
024100         VARYING WS-IDX-DIC FROM 1 BY 1
024200         UNTIL WS-IDX-DIC > WS-NUM-DIC
024300            OR PALABRA-CONOCIDA
024400     IF PALABRA-CONOCIDA
024500         GO TO 3000-EXIT
024600     END-IF
024700     MOVE 0 TO WS-NUM-MEJORES
024800     PERFORM 3300-MEDIR-PALABRA THRU 3300-EXIT
024900         VARYING WS-IDX-DIC FROM 1 BY 1
025000         UNTIL WS-IDX-DIC > WS-NUM-DIC
025100     PERFORM 4000-ESCRIBIR-SUGERENCIA THRU 4000-EXIT.
025200 3000-EXIT.
025300     EXIT.
025400*================================================================
025500 3100-PLEGAR-CAMPO.
025600*================================================================
025700     INSPECT WS-CAMPO CONVERTING
025800         X"E1E9EDF3FAC1C9CDD3DA" TO "AEIOUAEIOU"
025900     INSPECT WS-CAMPO CONVERTING
026000         X"F1D1FCDCE7C7E4C4F6D6DF" TO "NNUUCCAAOOS"
026100     MOVE FUNCTION UPPER-CASE(WS-CAMPO) TO WS-CAMPO
026200     COMPUTE WS-LARGO-CAMPO =
026300         FUNCTION STORED-CHAR-LENGTH(WS-CAMPO).
026400 3100-EXIT.
026500     EXIT.
026600*================================================================
026700 3200-COMPARAR-EXACTA.
026800*================================================================
026900     IF WS-DIC-PLEGADA(WS-IDX-DIC) = WS-PALABRA
027000         SET PALABRA-CONOCIDA TO TRUE
027100     END-IF.
027200 3200-EXIT.
027300     EXIT.
027400*================================================================
027500 3300-MEDIR-PALABRA.
027600*================================================================
027700*    SI LOS LARGOS YA DIFIEREN MAS QUE LA DISTANCIA MAXIMA NO
027800*    HACE FALTA MEDIR.
027900     COMPUTE WS-DIFERENCIA =
028000         WS-LARGO-PALABRA - WS-DIC-LARGO(WS-IDX-DIC)
028100     IF WS-DIFERENCIA < 0
028200         COMPUTE WS-DIFERENCIA = 0 - WS-DIFERENCIA
028300     END-IF
028400     IF WS-DIFERENCIA > WS-DISTANCIA-MAXIMA
028500         GO TO 3300-EXIT
028600     END-IF
028700     PERFORM 3310-INICIAR-FILA THRU 3310-EXIT
028800         VARYING WS-IDX-J FROM 0 BY 1
028900         UNTIL WS-IDX-J > WS-DIC-LARGO(WS-IDX-DIC)
029000     MOVE 0 TO WS-MINIMO-FILA
029100     PERFORM 3320-CALCULAR-FILA THRU 3320-EXIT
029200         VARYING WS-IDX-I FROM 1 BY 1
029300         UNTIL WS-IDX-I > WS-LARGO-PALABRA
029400            OR WS-MINIMO-FILA > WS-DISTANCIA-MAXIMA
029500     IF WS-MINIMO-FILA > WS-DISTANCIA-MAXIMA
029600         GO TO 3300-EXIT
029700     END-IF
029800     MOVE WS-FILA-ANT(WS-DIC-LARGO(WS-IDX-DIC) + 1)
029900         TO WS-DISTANCIA
030000     IF WS-DISTANCIA > WS-DISTANCIA-MAXIMA
030100         GO TO 3300-EXIT
030200     END-IF
030300     PERFORM 3400-ANOTAR-MEJOR THRU 3400-EXIT.
030400 3300-EXIT.
030500     EXIT.
030600*================================================================
030700 3310-INICIAR-FILA.
030800*================================================================
030900     MOVE WS-IDX-J TO WS-FILA-ANT(WS-IDX-J + 1).
031000 3310-EXIT.
031100     EXIT.
031200*================================================================
031300 3320-CALCULAR-FILA.
031400*================================================================
031500*    FILA I DE LA MATRIZ: LA COLUMNA CERO VALE I Y CADA CELDA ES
031600*    LA MENOR ENTRE BORRAR, INSERTAR Y CAMBIAR (O CONSERVAR).
031700     MOVE WS-IDX-I TO WS-FILA-ACT(1)
031800     MOVE WS-IDX-I TO WS-MINIMO-FILA
031900     PERFORM 3330-CALCULAR-CELDA THRU 3330-EXIT
032000         VARYING WS-IDX-J FROM 1 BY 1
032100         UNTIL WS-IDX-J > WS-DIC-LARGO(WS-IDX-DIC)
032200     PERFORM 3340-PASAR-FILA THRU 3340-EXIT
032300         VARYING WS-IDX-J FROM 0 BY 1
032400         UNTIL WS-IDX-J > WS-DIC-LARGO(WS-IDX-DIC).
032500 3320-EXIT.
032600     EXIT.
032700*================================================================
032800 3330-CALCULAR-CELDA.
032900*================================================================
033000     IF WS-PALABRA(WS-IDX-I:1)
033100        = WS-DIC-PLEGADA(WS-IDX-DIC)(WS-IDX-J:1)
033200         MOVE 0 TO WS-COSTE
033300     ELSE
033400         MOVE 1 TO WS-COSTE
033500     END-IF
033600     COMPUTE WS-CELDA = WS-FILA-ANT(WS-IDX-J) + WS-COSTE
033700     IF WS-FILA-ANT(WS-IDX-J + 1) + 1 < WS-CELDA
033800         COMPUTE WS-CELDA = WS-FILA-ANT(WS-IDX-J + 1) + 1
033900     END-IF
034000     IF WS-FILA-ACT(WS-IDX-J) + 1 < WS-CELDA
034100         COMPUTE WS-CELDA = WS-FILA-ACT(WS-IDX-J) + 1
034200     END-IF
034300     MOVE WS-CELDA TO WS-FILA-ACT(WS-IDX-J + 1)
034400     IF WS-CELDA < WS-MINIMO-FILA
034500         MOVE WS-CELDA TO WS-MINIMO-FILA
034600     END-IF.
034700 3330-EXIT.
034800     EXIT.
034900*================================================================
035000 3340-PASAR-FILA.
035100*================================================================
035200     MOVE WS-FILA-ACT(WS-IDX-J + 1) TO WS-FILA-ANT(WS-IDX-J + 1).
035300 3340-EXIT.
035400     EXIT.
035500*================================================================
035600 3400-ANOTAR-MEJOR.
035700*================================================================
035800*    HUECO DE LA NUEVA PALABRA: DETRAS DE LAS QUE ESTAN A MENOR
035900*    O IGUAL DISTANCIA. LAS DE DETRAS BAJAN UN PUESTO Y LA SEXTA
036000*    SE PIERDE.
036100     PERFORM 3410-COMPARAR-MEJOR THRU 3410-EXIT
036200         VARYING WS-IDX-MEJ FROM 1 BY 1
036300         UNTIL WS-IDX-MEJ > WS-NUM-MEJORES
036400            OR WS-DISTANCIA < WS-MEJ-DISTANCIA(WS-IDX-MEJ)
036500     IF WS-IDX-MEJ > 5
036600         GO TO 3400-EXIT
036700     END-IF
036800     MOVE WS-NUM-MEJORES TO WS-LIMITE
036900     IF WS-LIMITE = 5
037000         MOVE 4 TO WS-LIMITE
037100     END-IF
037200     IF WS-LIMITE NOT < WS-IDX-MEJ
037300         PERFORM 3420-BAJAR-MEJOR THRU 3420-EXIT
037400             VARYING WS-IDX-MOV FROM WS-LIMITE BY -1
037500             UNTIL WS-IDX-MOV < WS-IDX-MEJ
037600     END-IF
037700     MOVE WS-DIC-ORIGINAL(WS-IDX-DIC)
037800         TO WS-MEJ-PALABRA(WS-IDX-MEJ)
037900     MOVE WS-DISTANCIA TO WS-MEJ-DISTANCIA(WS-IDX-MEJ)
038000     IF WS-NUM-MEJORES < 5
038100         ADD 1 TO WS-NUM-MEJORES
038200     END-IF.
038300 3400-EXIT.
038400     EXIT.
038500*================================================================
038600 3410-COMPARAR-MEJOR.
038700*================================================================
038800*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
038900     CONTINUE.
039000 3410-EXIT.
039100     EXIT.
039200*================================================================
039300 3420-BAJAR-MEJOR.
039400*================================================================
039450     MOVE WS-MEJ-ENTRY(WS-IDX-MOV)
039500         TO WS-MEJ-ENTRY(WS-IDX-MOV + 1).
039600 3420-EXIT.
039700     EXIT.
039800*================================================================
039900 4000-ESCRIBIR-SUGERENCIA.
040000*================================================================
040100*    TAMBIEN SIN SUGERENCIAS SE ESCRIBE EL REGISTRO: EL TALLER
040200*    DICE ENTONCES QUE NO HAY NADA CERCANO EN EL DICCIONARIO.
040300     MOVE SPACES TO SUG-REGISTRO
040400     MOVE WS-SECUENCIA-COLA TO SUG-SECUENCIA
040500     MOVE REJ-STD-LINAJE TO SUG-LINAJE
040600     MOVE WS-POSICION TO SUG-POSICION
040700     MOVE REJ-STD-IMAGEN(WS-POSICION:30) TO SUG-PALABRA-MALA
040800     MOVE WS-NUM-MEJORES TO SUG-NUM
040900     PERFORM 4010-PASAR-MEJOR THRU 4010-EXIT
041000         VARYING WS-IDX-MEJ FROM 1 BY 1
041100         UNTIL WS-IDX-MEJ > 5
041200     WRITE SUG-REGISTRO
041300     MOVE SPACES TO RPT-LINEA
041400     IF WS-NUM-MEJORES = 0
041500         ADD 1 TO WS-TOTAL-SIN-SUG
041600         STRING "SIN SUGERENCIA: " SUG-PALABRA-MALA
041700             DELIMITED BY SIZE
041800             INTO RPT-LINEA
041900         END-STRING
042000     ELSE
042100         ADD 1 TO WS-TOTAL-CON-SUG
042200         STRING "SUGERIDA: " SUG-PALABRA-MALA " -> "
042300             WS-MEJ-PALABRA(1)
042400             DELIMITED BY SIZE
042500             INTO RPT-LINEA
042600         END-STRING
042700     END-IF
042800     WRITE RPT-LINEA.
042900 4000-EXIT.
043000     EXIT.
043100*================================================================
043200 4010-PASAR-MEJOR.
043300*================================================================
043400     IF WS-IDX-MEJ > WS-NUM-MEJORES
043500         MOVE SPACES TO SUG-PALABRA(WS-IDX-MEJ)
043600         MOVE 0 TO SUG-DISTANCIA(WS-IDX-MEJ)
043700     ELSE
043800         MOVE WS-MEJ-PALABRA(WS-IDX-MEJ)
043900             TO SUG-PALABRA(WS-IDX-MEJ)
044000         MOVE WS-MEJ-DISTANCIA(WS-IDX-MEJ)
044100             TO SUG-DISTANCIA(WS-IDX-MEJ)
044200     END-IF.
044300 4010-EXIT.
044400     EXIT.
044500*================================================================
044600 9000-TERMINATE.
044700*================================================================
044800     MOVE "ELEMENTOS EN LA COLA"    TO RPT-RESUMEN-ETIQUETA
044900     MOVE WS-SECUENCIA-COLA         TO RPT-RESUMEN-VALOR
045000     WRITE RPT-RESUMEN-REGISTRO
045100     MOVE "RECHAZOS DE DICCIONARIO" TO RPT-RESUMEN-ETIQUETA
045200     MOVE WS-TOTAL-RECHAZOS-DIC     TO RPT-RESUMEN-VALOR
045300     WRITE RPT-RESUMEN-REGISTRO
045400     MOVE "PALABRAS CON SUGERENCIA" TO RPT-RESUMEN-ETIQUETA
045500     MOVE WS-TOTAL-CON-SUG          TO RPT-RESUMEN-VALOR
045600     WRITE RPT-RESUMEN-REGISTRO
045700     MOVE "PALABRAS SIN SUGERENCIA" TO RPT-RESUMEN-ETIQUETA
045800     MOVE WS-TOTAL-SIN-SUG          TO RPT-RESUMEN-VALOR
045900     WRITE RPT-RESUMEN-REGISTRO
046000     IF NOT WS-QUE-NO-EXISTE
046100         CLOSE REPARACION-QUEUE
046200     END-IF
046300     CLOSE SUGERENCIAS
046400     CLOSE SUGIERE-RPT.
046500 9000-EXIT.
046600     EXIT.
046700 END PROGRAM SUGIERE.
