002470*                    REFERENCIA 85) Y SE ANADEN DIM3/DIM4; LAS
002480*                    POSICIONES VIEJAS PISABAN BYTES VECINOS AL
002490*                    EDITAR. MENU AMPLIADO A OCHO CAMPOS.
002491* 2026-10-15  MNT    SUGERENCIAS DE ORTOGRAFIA: LOS RECHAZOS DE
002492*                    DICCIONARIO DE ANAGRAMA TRAEN EN REPARSUG
002493*                    (PASO SUGIERE) LAS PALABRAS DE DICCION MAS
002494*                    CERCANAS A LA CADENA DESCONOCIDA. LA
002495*                    PANTALLA LAS MUESTRA NUMERADAS Y LA ACCION P
002496*                    COPIA LA ELEGIDA EN SU CADENA DE LA IMAGEN,
002497*                    SIN TECLEARLA. SIN REPARSUG TODO SIGUE IGUAL.
002498* 2026-10-15  MNT    EL TRAZADO DE CAMPOS DEJA DE ESTAR ESCRITO EN
002499*                    EL PROGRAMA: SE CARGA DEL MAESTRO DE
002500*                    TRAZADOS TRZMAST (CAMPOS CON PROGRAMA
002501*                    PROPIETARIO), EL MISMO QUE RESUELVEN
002502*                    PREVALID Y DISTRIB. SIN TRZMAST EL TALLER
002503*                    FUNCIONA, PERO SIN MENU DE CAMPOS.
002523*----------------------------------------------------------------
002600 ENVIRONMENT     DIVISION.
002700 INPUT-OUTPUT    SECTION.
002800 FILE-CONTROL.
003100         FILE STATUS IS WS-QUE-STATUS.
003200     SELECT REPARACION-CORR ASSIGN TO "REPARCORR"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003310     SELECT REPARACION-SUG ASSIGN TO "REPARSUG"
003320         ORGANIZATION IS LINE SEQUENTIAL
003330         FILE STATUS IS WS-SUG-STATUS.
003340     SELECT TRAZADO-MAST ASSIGN TO "TRZMAST"
003350         ORGANIZATION IS LINE SEQUENTIAL
003360         FILE STATUS IS WS-TRZ-STATUS.
003400 DATA            DIVISION.
003500 FILE            SECTION.
003600 FD  REPARACION-QUEUE
003900 FD  REPARACION-CORR
004000     RECORDING MODE IS F.
004100 01  CORR-REGISTRO           PIC X(8082).
004110 FD  REPARACION-SUG
004120     RECORDING MODE IS F.
004130     COPY SUGREG.
004140 FD  TRAZADO-MAST
004150     RECORDING MODE IS F.
004160     COPY TRZREG.
004200 WORKING-STORAGE SECTION.
004300 01  WS-QUE-STATUS           PIC X(02).
004400     88  WS-QUE-NO-EXISTE            VALUE "35".
005800 01  WS-IDX                  PIC 9(02) COMP VALUE ZERO.
005900 01  WS-IDX-BYTE             PIC 9(03) COMP VALUE ZERO.
006000 01  WS-VALOR-VALIDO         PIC X(01) VALUE "S".
006003*----------------------------------------------------------------
006006* SUGERENCIAS DEL REGISTRO EN CURSO: LAS DE REPARSUG CUYA
006009* SECUENCIA Y LINAJE SON LOS DE ESTE ELEMENTO DE LA COLA, UNA
006012* ENTRADA POR CADENA DESCONOCIDA (CADENA1 Y/O CADENA4). SE
006015* NUMERAN 1-5 LA PRIMERA Y 6-10 LA SEGUNDA.
006018*----------------------------------------------------------------
006021 01  WS-SUG-STATUS           PIC X(02).
006024     88  WS-SUG-NO-EXISTE            VALUE "35".
006027     88  WS-SUG-FIN-FICHERO          VALUE "10".
006030 01  WS-HAY-SUG              PIC X(01) VALUE "N".
006033     88  HAY-SUGERENCIAS             VALUE "S".
006036 01  WS-SECUENCIA-COLA       PIC 9(09) COMP VALUE ZERO.
006039 01  WS-TABLA-SUGERIDAS.
006042     05  WS-NUM-SUGERIDAS    PIC 9(01) COMP VALUE ZERO.
006045     05  WS-SGD-ENTRY OCCURS 2 TIMES.
006048         10  WS-SGD-POSICION PIC 9(04).
006051         10  WS-SGD-NUM      PIC 9(01).
006054         10  WS-SGD-PALABRA  OCCURS 5 TIMES PIC X(30).
006057 01  WS-VISTA-SUGERIDAS.
006060     05  WS-VISTA-SUG        OCCURS 2 TIMES PIC X(70).
006063 01  WS-IDX-SGD              PIC 9(01) COMP VALUE ZERO.
006066 01  WS-IDX-PAL              PIC 9(01) COMP VALUE ZERO.
006069 01  WS-SUG-ELEGIDA          PIC 9(02) VALUE ZERO.
006072 01  WS-NUMERO-SUG           PIC Z9.
006075 01  WS-PUNTERO              PIC 9(03) COMP VALUE ZERO.
006100*----------------------------------------------------------------
006200* TRAZADOS DE CAMPOS POR PROGRAMA (NOMBRE, POSICION, LONGITUD Y
006300* CLASE N NUMERICA / X LIBRE) SOBRE LA IMAGEN REJ-STD-IMAGEN,
006400* CARGADOS DE TRZMAST: LOS MISMOS QUE VALIDA CADA PROGRAMA.
006500*----------------------------------------------------------------
006510 01  WS-TRZ-STATUS           PIC X(02).
006520     88  WS-TRZ-NO-EXISTE            VALUE "35".
006530     88  WS-TRZ-FIN-FICHERO          VALUE "10".
006540 01  WS-TABLA-TRAZADOS.
006550     05  WS-NUM-TRAZADOS     PIC 9(04) COMP VALUE ZERO.
006560     05  WS-TRAZADO-ENTRY OCCURS 1000 TIMES
006570                          INDEXED BY WS-TRA-IDX.
006580         10  WS-TRA-PROGRAMA PIC X(08).
006590         10  WS-TRA-NOMBRE   PIC X(10).
006600         10  WS-TRA-POS      PIC 9(04).
006610         10  WS-TRA-LARGO    PIC 9(03).
006620         10  WS-TRA-CLASE    PIC X(01).
009700*    CAMPOS DEL PROGRAMA EN CURSO (MENU DE HASTA OCHO).
009800 01  WS-MENU.
009900     05  WS-NUM-CAMPOS       PIC 9(01) COMP VALUE ZERO.
013000     05  LINE 9 COLUMN 5
013100         VALUE "ACCION (A=ACEPTAR E=EDITAR S=SALTAR F=FIN):".
013200     05  LINE 9 COLUMN 50 PIC X(01) USING WS-ACCION.
013210     05  LINE 10 COLUMN 5
013220         VALUE "       (P=ELEGIR UNA SUGERENCIA)".
013300     05  LINE 11 COLUMN 5 PIC X(60) FROM WS-MENSAJE.
013310     05  LINE 18 COLUMN 5 PIC X(70) FROM WS-VISTA-SUG(1).
013320     05  LINE 19 COLUMN 5 PIC X(70) FROM WS-VISTA-SUG(2).
013330 01  PANTALLA-SUGERENCIA.
013340     05  LINE 13 COLUMN 5 VALUE "SUGERENCIA (1-10):".
013350     05  LINE 13 COLUMN 25 PIC 9(02) USING WS-SUG-ELEGIDA.
013400 01  PANTALLA-CAMPO.
013500     05  LINE 13 COLUMN 5 VALUE "CAMPO (1-8):".
013600     05  LINE 13 COLUMN 19 PIC 9(01) USING WS-CAMPO-ELEGIDO.
016000         MOVE 8 TO RETURN-CODE
016100     ELSE
016200         PERFORM 2100-LEER-COLA THRU 2100-EXIT
016300     END-IF
016310     OPEN INPUT REPARACION-SUG
016320     IF WS-SUG-NO-EXISTE
016330         MOVE "10" TO WS-SUG-STATUS
016340     ELSE
016350         SET HAY-SUGERENCIAS TO TRUE
016360         PERFORM 3600-LEER-SUGERENCIA THRU 3600-EXIT
016370     END-IF
016380     PERFORM 1100-CARGAR-TRAZADOS THRU 1100-EXIT.
016400 1000-EXIT.
016500     EXIT.
016502*================================================================
016504 1100-CARGAR-TRAZADOS.
016506*================================================================
016508     OPEN INPUT TRAZADO-MAST
016510     IF WS-TRZ-NO-EXISTE
016512         DISPLAY "REPARTALL: SIN MAESTRO DE TRAZADOS TRZMAST"
016514         GO TO 1100-EXIT
016516     END-IF
016518     PERFORM 1110-LEER-TRAZADO THRU 1110-EXIT
016520     PERFORM 1120-CARGAR-CAMPO THRU 1120-EXIT
016522         UNTIL WS-TRZ-FIN-FICHERO
016524     CLOSE TRAZADO-MAST.
016526 1100-EXIT.
016528     EXIT.
016530*================================================================
016532 1110-LEER-TRAZADO.
016534*================================================================
016536     READ TRAZADO-MAST
016538         AT END
016540             MOVE "10" TO WS-TRZ-STATUS
016542     END-READ.
016544 1110-EXIT.
016546     EXIT.
016548*================================================================
016550 1120-CARGAR-CAMPO.
016552*================================================================
016554*    SOLO LOS CAMPOS CON PROGRAMA PROPIETARIO: ES EL PROGRAMA
016556*    DEL RECHAZO EL QUE ELIGE EL MENU.
016558     IF TRZ-PROGRAMA NOT = SPACES AND WS-NUM-TRAZADOS < 1000
016560         ADD 1 TO WS-NUM-TRAZADOS
016562         SET WS-TRA-IDX TO WS-NUM-TRAZADOS
016564         MOVE TRZ-PROGRAMA TO WS-TRA-PROGRAMA(WS-TRA-IDX)
016566         MOVE TRZ-CAMPO    TO WS-TRA-NOMBRE(WS-TRA-IDX)
016568         MOVE TRZ-POS      TO WS-TRA-POS(WS-TRA-IDX)
016570         MOVE TRZ-LARGO    TO WS-TRA-LARGO(WS-TRA-IDX)
016572         MOVE TRZ-CLASE    TO WS-TRA-CLASE(WS-TRA-IDX)
016574     END-IF
016576     PERFORM 1110-LEER-TRAZADO THRU 1110-EXIT.
016578 1120-EXIT.
016580     EXIT.
016600*================================================================
016700 2000-ATENDER-REGISTRO.
016800*================================================================
017400     END-IF
017500     ADD 1 TO WS-TOTAL-VISTOS
017600     PERFORM 3000-MONTAR-MENU THRU 3000-EXIT
017610     PERFORM 3500-MONTAR-SUGERENCIAS THRU 3500-EXIT
017700     MOVE REJ-STD-IMAGEN(1:60) TO WS-VISTA-IMAGEN
017800     MOVE SPACES TO WS-MENSAJE
017900     MOVE SPACE TO WS-ACCION
019000     READ REPARACION-QUEUE
019100         AT END
019200             MOVE "10" TO WS-QUE-STATUS
019210         NOT AT END
019220             ADD 1 TO WS-SECUENCIA-COLA
019300     END-READ.
019400 2100-EXIT.
019500     EXIT.
019800*================================================================
019900     MOVE 0 TO WS-NUM-CAMPOS
020000     PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
020100             UNTIL WS-TRA-IDX > WS-NUM-TRAZADOS
020200         IF WS-TRA-PROGRAMA(WS-TRA-IDX) = REJ-STD-PROGRAMA
020300          AND WS-NUM-CAMPOS < 8
020400             ADD 1 TO WS-NUM-CAMPOS
021400     END-PERFORM.
021500 3000-EXIT.
021600     EXIT.
021601*================================================================
021602 3500-MONTAR-SUGERENCIAS.
021603*================================================================
021604*    REPARSUG VA EN EL ORDEN DE LA COLA: SE AVANZA HASTA PASAR
021605*    LA SECUENCIA DEL REGISTRO EN CURSO, GUARDANDO LAS SUYAS.
021606     MOVE 0 TO WS-NUM-SUGERIDAS
021607     MOVE SPACES TO WS-VISTA-SUGERIDAS
021608     PERFORM 3510-TOMAR-SUGERENCIA THRU 3510-EXIT
021609         UNTIL WS-SUG-FIN-FICHERO
021610            OR SUG-SECUENCIA > WS-SECUENCIA-COLA.
021611 3500-EXIT.
021612     EXIT.
021613*================================================================
021614 3510-TOMAR-SUGERENCIA.
021615*================================================================
021616     IF SUG-SECUENCIA NOT = WS-SECUENCIA-COLA
021617      OR SUG-LINAJE NOT = REJ-STD-LINAJE
021618      OR WS-NUM-SUGERIDAS = 2
021619         GO TO 3510-LEER
021620     END-IF
021621     ADD 1 TO WS-NUM-SUGERIDAS
021622     MOVE WS-NUM-SUGERIDAS TO WS-IDX-SGD
021623     MOVE SUG-POSICION TO WS-SGD-POSICION(WS-IDX-SGD)
021624     MOVE SUG-NUM TO WS-SGD-NUM(WS-IDX-SGD)
021625     PERFORM 3520-GUARDAR-PALABRA THRU 3520-EXIT
021626         VARYING WS-IDX-PAL FROM 1 BY 1
021627         UNTIL WS-IDX-PAL > 5
021628     MOVE 1 TO WS-PUNTERO
021629     IF SUG-POSICION = 1
021630         STRING "CADENA1 " DELIMITED BY SIZE
021631             INTO WS-VISTA-SUG(WS-IDX-SGD)
021632             WITH POINTER WS-PUNTERO
021633         END-STRING
021634     ELSE
021635         STRING "CADENA4 " DELIMITED BY SIZE
021636             INTO WS-VISTA-SUG(WS-IDX-SGD)
021637             WITH POINTER WS-PUNTERO
021638         END-STRING
021639     END-IF
021640     IF SUG-NUM = 0
021641         STRING "SIN SUGERENCIAS EN EL DICCIONARIO"
021642             DELIMITED BY SIZE
021643             INTO WS-VISTA-SUG(WS-IDX-SGD)
021644             WITH POINTER WS-PUNTERO
021645         END-STRING
021646     ELSE
021647         PERFORM 3530-MOSTRAR-PALABRA THRU 3530-EXIT
021648             VARYING WS-IDX-PAL FROM 1 BY 1
021649             UNTIL WS-IDX-PAL > SUG-NUM
021650                OR WS-PUNTERO > 70
021651     END-IF.
021652 3510-LEER.
021653     PERFORM 3600-LEER-SUGERENCIA THRU 3600-EXIT.
021654 3510-EXIT.
021655     EXIT.
021656*================================================================
021657 3520-GUARDAR-PALABRA.
021658*================================================================
021659     MOVE SUG-PALABRA(WS-IDX-PAL)
021660         TO WS-SGD-PALABRA(WS-IDX-SGD, WS-IDX-PAL).
021661 3520-EXIT.
021662     EXIT.
021663*================================================================
021664 3530-MOSTRAR-PALABRA.
021665*================================================================
021666     COMPUTE WS-NUMERO-SUG = (WS-IDX-SGD - 1) * 5 + WS-IDX-PAL
021667     STRING WS-NUMERO-SUG "=" DELIMITED BY SIZE
021668         SUG-PALABRA(WS-IDX-PAL) DELIMITED BY "  "
021669         " " DELIMITED BY SIZE
021670         INTO WS-VISTA-SUG(WS-IDX-SGD)
021671         WITH POINTER WS-PUNTERO
021672     END-STRING.
021673 3530-EXIT.
021674     EXIT.
021675*================================================================
021676 3600-LEER-SUGERENCIA.
021677*================================================================
021678     READ REPARACION-SUG
021679         AT END
021680             MOVE "10" TO WS-SUG-STATUS
021681     END-READ.
021682 3600-EXIT.
021683     EXIT.
021700*================================================================
021800 4000-DIALOGAR.
021900*================================================================
022400         WHEN "E"
022500             PERFORM 6000-EDITAR-CAMPO THRU 6000-EXIT
022600             MOVE SPACE TO WS-ACCION
022610         WHEN "P"
022620             PERFORM 6500-ELEGIR-SUGERENCIA THRU 6500-EXIT
022630             MOVE SPACE TO WS-ACCION
022700         WHEN "S"
022800             ADD 1 TO WS-TOTAL-SALTADOS
022900         WHEN "F"
029400     END-IF.
029500 6100-EXIT.
029600     EXIT.
029602*================================================================
029604 6500-ELEGIR-SUGERENCIA.
029606*================================================================
029608*    LA SUGERENCIA ELEGIDA SUSTITUYE ENTERA A LA CADENA
029610*    DESCONOCIDA EN SU POSICION DE LA IMAGEN.
029612     IF WS-NUM-SUGERIDAS = 0
029614         MOVE "SIN SUGERENCIAS PARA ESTE REGISTRO" TO WS-MENSAJE
029616         GO TO 6500-EXIT
029618     END-IF
029620     MOVE 0 TO WS-SUG-ELEGIDA
029622     ACCEPT PANTALLA-SUGERENCIA
029624     IF WS-SUG-ELEGIDA > 5
029626         MOVE 2 TO WS-IDX-SGD
029628         COMPUTE WS-IDX-PAL = WS-SUG-ELEGIDA - 5
029630     ELSE
029632         MOVE 1 TO WS-IDX-SGD
029634         MOVE WS-SUG-ELEGIDA TO WS-IDX-PAL
029636     END-IF
029638     IF WS-SUG-ELEGIDA = 0 OR WS-SUG-ELEGIDA > 10
029640      OR WS-IDX-SGD > WS-NUM-SUGERIDAS
029642         MOVE "SUGERENCIA FUERA DE LA LISTA" TO WS-MENSAJE
029644         GO TO 6500-EXIT
029646     END-IF
029648     IF WS-IDX-PAL > WS-SGD-NUM(WS-IDX-SGD)
029650         MOVE "SUGERENCIA FUERA DE LA LISTA" TO WS-MENSAJE
029652         GO TO 6500-EXIT
029654     END-IF
029656     MOVE SPACES TO
029658         REJ-STD-IMAGEN(WS-SGD-POSICION(WS-IDX-SGD):100)
029660     MOVE WS-SGD-PALABRA(WS-IDX-SGD, WS-IDX-PAL) TO
029662         REJ-STD-IMAGEN(WS-SGD-POSICION(WS-IDX-SGD):30)
029664     MOVE REJ-STD-IMAGEN(1:60) TO WS-VISTA-IMAGEN
029666     MOVE "SUGERENCIA APLICADA" TO WS-MENSAJE.
029668 6500-EXIT.
029670     EXIT.
029700*================================================================
029800 9000-TERMINATE.
029900*================================================================
030100         CLOSE REPARACION-QUEUE
030200     END-IF
030300     CLOSE REPARACION-CORR
030310     IF HAY-SUGERENCIAS
030320         CLOSE REPARACION-SUG
030330     END-IF
030400     DISPLAY "REPARTALL: VISTOS " WS-TOTAL-VISTOS
030500         " CORREGIDOS " WS-TOTAL-CORREGIDOS
030600         " SALTADOS " WS-TOTAL-SALTADOS.
