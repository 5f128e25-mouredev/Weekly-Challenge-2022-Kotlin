004020*                    ANADE UN REGISTRO (LEIDOS, ESCRITOS,
004021*                    RECHAZOS, DURACION, RITMO) AL FICHERO
004022*                    METRICAS PARA EL INFORME SEMANAL METRESEM.
004025* 2026-10-15  MNT    NUEVO MODO PRIMOS: PARA CADA N DE FACTIN SE
004028*                    ESCRIBE EL EXPONENTE DE CADA PRIMO P <= N EN
004031*                    N! (FORMULA DE LEGENDRE, PRIMOS PEDIDOS A
004034*                    PRIMONAV SOBRE PRIMOMAST) Y LOS CEROS
004037*                    FINALES DE N! EN BASE 10 Y EN LAS BASES DE
004040*                    LAS TARJETAS BASE (HASTA 5). EL FACTORIAL NO
004043*                    SE CALCULA: VALE PARA N QUE DESBORDAN FACT.
004046*                    SI PRIMOMAST NO CUBRE HASTA N, LA LINEA SALE
004049*                    MARCADA Y SIN CEROS, Y SE CUENTA APARTE.
004061*-----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
007400 01  RPT-RESUMEN-REGISTRO.
007500     05  RPT-RESUMEN-ETIQUETA PIC X(30).
007600     05  RPT-RESUMEN-VALOR     PIC Z(8)9.
007610*    LINEAS DEL MODO PRIMOS (CABECERA POR NUMERO, PRIMOS CON SU
007620*    EXPONENTE Y CEROS FINALES), COMPUESTAS CON STRING.
007630 01  RPT-LINEA-PRIMOS          PIC X(90).
007700 WORKING-STORAGE SECTION.
007701*    AREA DE METRICAS DE CORRIDA (MODULO REGMETRICA).
007702     COPY METREG.
009700     05  WS-TOTAL-DESBORDADOS PIC 9(09) COMP VALUE ZERO.
009710     05  WS-TOTAL-DESCUADRES  PIC 9(09) COMP VALUE ZERO.
009720     05  WS-TOTAL-PROF        PIC 9(09) COMP VALUE ZERO.
009722     05  WS-TOTAL-INCOMPLETOS PIC 9(09) COMP VALUE ZERO.
009724*    MODO PRIMOS: PRIMOS HASTA N CON SU EXPONENTE EN N! (HAY 168
009726*    PRIMOS POR DEBAJO DE 1000) Y BASES DE LOS CEROS FINALES
009728*    (LA 10 SIEMPRE, MAS LAS DE LAS TARJETAS BASE).
009730 01  WS-PRIMOS-N.
009732     05  WS-NUM-PRIMOS-N      PIC 9(03) COMP VALUE ZERO.
009734     05  WS-PRI-ENTRY OCCURS 200 TIMES.
009736         10  WS-PRI-PRIMO     PIC 9(03).
009738         10  WS-PRI-EXPONENTE PIC 9(04).
009740 01  WS-BASES.
009742     05  WS-NUM-BASES         PIC 9(01) COMP VALUE ZERO.
009744     05  WS-BASE OCCURS 6 TIMES PIC 9(03).
009746 01  WS-NAV-FUNCION           PIC X(01).
009748 01  WS-NAV-NUMERO            PIC 9(09) VALUE ZERO.
009750 01  WS-NAV-VALOR             PIC 9(09) VALUE ZERO.
009752 01  WS-NAV-RESPUESTA         PIC X(01).
009754     88  NAV-SERVIDO                  VALUE "P".
009756     88  NAV-FUERA-DE-RANGO           VALUE "X".
009758 01  WS-FIN-PRIMOS            PIC X(01) VALUE "N".
009760     88  FIN-PRIMOS                   VALUE "S".
009762 01  WS-ESTADO-PRIMOS         PIC X(15).
009764 01  WS-CALCULO-PRIMOS.
009766     05  WS-PRIMO-ACTUAL      PIC 9(03) VALUE ZERO.
009768     05  WS-COCIENTE-LEG      PIC 9(03) VALUE ZERO.
009770     05  WS-EXPONENTE-LEG     PIC 9(04) VALUE ZERO.
009772     05  WS-RESTO-BASE        PIC 9(03) VALUE ZERO.
009774     05  WS-COCIENTE-BASE     PIC 9(03) VALUE ZERO.
009776     05  WS-RESIDUO-BASE      PIC 9(03) VALUE ZERO.
009778     05  WS-DIVISOR           PIC 9(03) VALUE ZERO.
009780     05  WS-MULTIPLICIDAD     PIC 9(02) VALUE ZERO.
009782     05  WS-EXP-HALLADO       PIC 9(04) VALUE ZERO.
009784     05  WS-CEROS             PIC 9(04) VALUE ZERO.
009786     05  WS-CEROS-DIVISOR     PIC 9(04) VALUE ZERO.
009788     05  WS-IDX-PRI           PIC 9(03) COMP VALUE ZERO.
009790     05  WS-IDX-BASE          PIC 9(01) COMP VALUE ZERO.
009792     05  WS-PUNTERO           PIC 9(03) COMP VALUE ZERO.
009794 01  WS-EDIT-PRIMO            PIC ZZ9.
009796 01  WS-EDIT-EXPONENTE        PIC ZZZ9.
009798 01  WS-EDIT-CONTADOR         PIC ZZZ9.
009800 PROCEDURE DIVISION.
009900 0000-MAINLINE.
009912     MOVE "I" TO MET-FUNCION
011400*    PARAMETROS, Y COMPRUEBA SI HAY UNA LISTA DE NUMEROS EN LOTE.
011500     OPEN OUTPUT FACTORIAL-RPT.
011550     MOVE SPACES TO RPT-REGISTRO.
011560     MOVE 1 TO WS-NUM-BASES.
011570     MOVE 10 TO WS-BASE(1).
011600     OPEN INPUT FACTORIAL-PARM.
011700     IF WS-PARM-NO-EXISTE
011800         CONTINUE
014620             IF PARM-MODO(1:3) IS NUMERIC
014630                 MOVE PARM-MODO(1:3) TO WS-PROFUNDIDAD-MAX
014640             END-IF
014647         WHEN "BASE "
014654             IF PARM-MODO(1:3) IS NUMERIC
014661              AND PARM-MODO(1:3) > "001"
014668              AND WS-NUM-BASES < 6
014675                 ADD 1 TO WS-NUM-BASES
014682                 MOVE PARM-MODO(1:3) TO WS-BASE(WS-NUM-BASES)
014689             END-IF
014700     END-EVALUATE.
014800     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
014900 1200-EXIT.
016200     EVALUATE WS-MODO
016250         WHEN "CONTRASTE"
016260             PERFORM 2500-CALCULAR-CONTRASTE THRU 2500-EXIT
016270         WHEN "PRIMOS"
016280             PERFORM 2600-DESCOMPONER-PRIMOS THRU 2600-EXIT
016300         WHEN "ITERATIVO"
016400             PERFORM 2200-CALCULAR-ITERATIVO THRU 2200-EXIT
016450             PERFORM 2400-ESCRIBIR-DETALLE THRU 2400-EXIT
020800     WRITE RPT-REGISTRO.
020900 2400-EXIT.
021000     EXIT.
021001*    MODO PRIMOS: EL EXPONENTE DE P EN N! ES N/P + N/P^2 + ...
021002*    (DIVISIONES ENTERAS, FORMULA DE LEGENDRE). LOS PRIMOS SE
021003*    PIDEN A PRIMONAV; ANTES SE LE PREGUNTA POR EL PRIMO
021004*    ANTERIOR A N+1, QUE SOLO SE SIRVE SI EL MAESTRO CUBRE N:
021005*    ASI SE SABE SI LA LISTA DE PRIMOS QUEDA COMPLETA.
021006 2600-DESCOMPONER-PRIMOS.
021007     MOVE 0 TO WS-NUM-PRIMOS-N.
021008     MOVE "OK" TO WS-ESTADO-PRIMOS.
021009     MOVE "N" TO WS-FIN-PRIMOS.
021010     IF WS-NUM < 2
021011         PERFORM 2650-ESCRIBIR-PRIMOS THRU 2650-EXIT
021012         GO TO 2600-EXIT
021013     END-IF.
021014     MOVE "A" TO WS-NAV-FUNCION.
021015     COMPUTE WS-NAV-NUMERO = WS-NUM + 1.
021016     CALL "PRIMONAV" USING WS-NAV-FUNCION WS-NAV-NUMERO
021017         WS-NAV-VALOR WS-NAV-RESPUESTA.
021018     EVALUATE TRUE
021019         WHEN NAV-SERVIDO
021020             CONTINUE
021021         WHEN NAV-FUERA-DE-RANGO
021022             MOVE "PRIMOMAST CORTO" TO WS-ESTADO-PRIMOS
021023         WHEN OTHER
021024             MOVE "SIN PRIMOMAST" TO WS-ESTADO-PRIMOS
021025             SET FIN-PRIMOS TO TRUE
021026     END-EVALUATE.
021027     MOVE "S" TO WS-NAV-FUNCION.
021028     MOVE 1 TO WS-NAV-NUMERO.
021029     PERFORM 2610-SIGUIENTE-PRIMO THRU 2610-EXIT
021030         UNTIL FIN-PRIMOS.
021031     IF WS-ESTADO-PRIMOS NOT = "OK"
021032         ADD 1 TO WS-TOTAL-INCOMPLETOS
021033     END-IF.
021034     PERFORM 2650-ESCRIBIR-PRIMOS THRU 2650-EXIT.
021035 2600-EXIT.
021036     EXIT.
021037 2610-SIGUIENTE-PRIMO.
021038     CALL "PRIMONAV" USING WS-NAV-FUNCION WS-NAV-NUMERO
021039         WS-NAV-VALOR WS-NAV-RESPUESTA.
021040     IF NOT NAV-SERVIDO OR WS-NAV-VALOR > WS-NUM
021041         SET FIN-PRIMOS TO TRUE
021042         GO TO 2610-EXIT
021043     END-IF.
021044     MOVE WS-NAV-VALOR TO WS-PRIMO-ACTUAL.
021045     MOVE WS-NUM TO WS-COCIENTE-LEG.
021046     MOVE 0 TO WS-EXPONENTE-LEG.
021047     PERFORM 2620-SUMAR-COCIENTE THRU 2620-EXIT
021048         UNTIL WS-COCIENTE-LEG = 0.
021049     IF WS-NUM-PRIMOS-N < 200
021050         ADD 1 TO WS-NUM-PRIMOS-N
021051         MOVE WS-PRIMO-ACTUAL TO WS-PRI-PRIMO(WS-NUM-PRIMOS-N)
021052         MOVE WS-EXPONENTE-LEG
021053             TO WS-PRI-EXPONENTE(WS-NUM-PRIMOS-N)
021054     END-IF.
021055     MOVE WS-NAV-VALOR TO WS-NAV-NUMERO.
021056 2610-EXIT.
021057     EXIT.
021058 2620-SUMAR-COCIENTE.
021059     DIVIDE WS-COCIENTE-LEG BY WS-PRIMO-ACTUAL
021060         GIVING WS-COCIENTE-LEG.
021061     ADD WS-COCIENTE-LEG TO WS-EXPONENTE-LEG.
021062 2620-EXIT.
021063     EXIT.
021100 3000-ESCRIBIR-RESUMEN.
021200     MOVE "TOTAL PROCESADOS"     TO RPT-RESUMEN-ETIQUETA.
021300     MOVE WS-TOTAL-PROCESADOS    TO RPT-RESUMEN-VALOR.
021705     MOVE "TOTAL REJECTED-DEPTH"  TO RPT-RESUMEN-ETIQUETA.
021706     MOVE WS-TOTAL-PROF          TO RPT-RESUMEN-VALOR.
021707     WRITE RPT-RESUMEN-REGISTRO.
021713     IF WS-MODO = "CONTRASTE"
021720         MOVE "TOTAL DESCUADRES" TO RPT-RESUMEN-ETIQUETA
021730         MOVE WS-TOTAL-DESCUADRES TO RPT-RESUMEN-VALOR
021740         WRITE RPT-RESUMEN-REGISTRO
021750     END-IF.
021758     IF WS-MODO = "PRIMOS"
021766         MOVE "TOTAL PRIMOS INCOMPLETOS" TO RPT-RESUMEN-ETIQUETA
021774         MOVE WS-TOTAL-INCOMPLETOS TO RPT-RESUMEN-VALOR
021782         WRITE RPT-RESUMEN-REGISTRO
021790     END-IF.
021800 3000-EXIT.
021900     EXIT.
021901*    SALIDA DEL MODO PRIMOS: CABECERA, PRIMOS COMO P^E (E = 1 NO
021902*    SE ESCRIBE) Y CEROS FINALES POR BASE SI LA LISTA ES COMPLETA.
021903 2650-ESCRIBIR-PRIMOS.
021904     MOVE SPACES TO RPT-LINEA-PRIMOS.
021905     MOVE WS-NUM TO WS-EDIT-PRIMO.
021906     MOVE WS-NUM-PRIMOS-N TO WS-EDIT-CONTADOR.
021907     STRING WS-EDIT-PRIMO "!  PRIMOS: " FUNCTION TRIM
021908         (WS-EDIT-CONTADOR) "  ESTADO: " WS-ESTADO-PRIMOS
021909         DELIMITED BY SIZE INTO RPT-LINEA-PRIMOS
021910     END-STRING.
021911     WRITE RPT-LINEA-PRIMOS.
021912     MOVE SPACES TO RPT-LINEA-PRIMOS.
021913     MOVE 6 TO WS-PUNTERO.
021914     PERFORM 2660-EDITAR-PRIMO THRU 2660-EXIT
021915         VARYING WS-IDX-PRI FROM 1 BY 1
021916         UNTIL WS-IDX-PRI > WS-NUM-PRIMOS-N.
021917     IF WS-PUNTERO > 6
021918         WRITE RPT-LINEA-PRIMOS
021919     END-IF.
021920     IF WS-ESTADO-PRIMOS = "OK"
021921         MOVE "     CEROS FINALES" TO RPT-LINEA-PRIMOS
021922         MOVE 19 TO WS-PUNTERO
021923         PERFORM 2670-CEROS-BASE THRU 2670-EXIT
021924             VARYING WS-IDX-BASE FROM 1 BY 1
021925             UNTIL WS-IDX-BASE > WS-NUM-BASES
021926         WRITE RPT-LINEA-PRIMOS
021927     END-IF.
021928 2650-EXIT.
021929     EXIT.
021930 2660-EDITAR-PRIMO.
021931     IF WS-PUNTERO > 80
021932         WRITE RPT-LINEA-PRIMOS
021933         MOVE SPACES TO RPT-LINEA-PRIMOS
021934         MOVE 6 TO WS-PUNTERO
021935     END-IF.
021936     MOVE WS-PRI-PRIMO(WS-IDX-PRI) TO WS-EDIT-PRIMO.
021937     STRING FUNCTION TRIM(WS-EDIT-PRIMO) DELIMITED BY SIZE
021938         INTO RPT-LINEA-PRIMOS WITH POINTER WS-PUNTERO
021939     END-STRING.
021940     IF WS-PRI-EXPONENTE(WS-IDX-PRI) > 1
021941         MOVE WS-PRI-EXPONENTE(WS-IDX-PRI) TO WS-EDIT-EXPONENTE
021942         STRING "^" FUNCTION TRIM(WS-EDIT-EXPONENTE)
021943             DELIMITED BY SIZE
021944             INTO RPT-LINEA-PRIMOS WITH POINTER WS-PUNTERO
021945         END-STRING
021946     END-IF.
021947     ADD 1 TO WS-PUNTERO.
021948 2660-EXIT.
021949     EXIT.
021950*    CEROS FINALES EN BASE B = P^A X ...: EL MENOR DE LOS
021951*    COCIENTES E(P) / A, CON E(P) EL EXPONENTE DE P EN N!.
021952 2670-CEROS-BASE.
021953     MOVE WS-BASE(WS-IDX-BASE) TO WS-RESTO-BASE.
021954     MOVE 9999 TO WS-CEROS.
021955     PERFORM 2680-PROBAR-DIVISOR THRU 2680-EXIT
021956         VARYING WS-DIVISOR FROM 2 BY 1
021957         UNTIL WS-DIVISOR > WS-RESTO-BASE.
021958     MOVE WS-BASE(WS-IDX-BASE) TO WS-EDIT-PRIMO.
021959     MOVE WS-CEROS TO WS-EDIT-EXPONENTE.
021960     STRING "  BASE " FUNCTION TRIM(WS-EDIT-PRIMO) ": "
021961         FUNCTION TRIM(WS-EDIT-EXPONENTE) DELIMITED BY SIZE
021962         INTO RPT-LINEA-PRIMOS WITH POINTER WS-PUNTERO
021963     END-STRING.
021964 2670-EXIT.
021965     EXIT.
021966 2680-PROBAR-DIVISOR.
021967     MOVE 0 TO WS-MULTIPLICIDAD.
021968     DIVIDE WS-RESTO-BASE BY WS-DIVISOR
021969         GIVING WS-COCIENTE-BASE REMAINDER WS-RESIDUO-BASE.
021970     PERFORM 2690-EXTRAER-DIVISOR THRU 2690-EXIT
021971         UNTIL WS-RESIDUO-BASE NOT = 0.
021972     IF WS-MULTIPLICIDAD = 0
021973         GO TO 2680-EXIT
021974     END-IF.
021975     MOVE 0 TO WS-EXP-HALLADO.
021976     PERFORM 2695-BUSCAR-EXPONENTE THRU 2695-EXIT
021977         VARYING WS-IDX-PRI FROM 1 BY 1
021978         UNTIL WS-IDX-PRI > WS-NUM-PRIMOS-N.
021979     DIVIDE WS-EXP-HALLADO BY WS-MULTIPLICIDAD
021980         GIVING WS-CEROS-DIVISOR.
021981     IF WS-CEROS-DIVISOR < WS-CEROS
021982         MOVE WS-CEROS-DIVISOR TO WS-CEROS
021983     END-IF.
021984 2680-EXIT.
021985     EXIT.
021986 2690-EXTRAER-DIVISOR.
021987     MOVE WS-COCIENTE-BASE TO WS-RESTO-BASE.
021988     ADD 1 TO WS-MULTIPLICIDAD.
021989     DIVIDE WS-RESTO-BASE BY WS-DIVISOR
021990         GIVING WS-COCIENTE-BASE REMAINDER WS-RESIDUO-BASE.
021991 2690-EXIT.
021992     EXIT.
021993 2695-BUSCAR-EXPONENTE.
021994     IF WS-PRI-PRIMO(WS-IDX-PRI) = WS-DIVISOR
021995         MOVE WS-PRI-EXPONENTE(WS-IDX-PRI) TO WS-EXP-HALLADO
021996     END-IF.
021997 2695-EXIT.
021998     EXIT.
022000 END PROGRAM FACTORIAL-BATCH.
022100******************************************************************
022200*     SUBPROGRAMA RECURSIVO ORIGINAL DEL RETO. SE LLAMA A SI
