000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMITEREF.
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
001300*                    SERVICIO DIGCONTR PARA LA MESA DE ORDENES:
001400*                    LEE UN FICHERO DE PETICIONES (EMITEIN: UNA
001500*                    FUNCION G GENERAR O V VALIDAR, EN BLANCO
001600*                    VALE G, EL TIPO POL/CNV/ORD Y LA REFERENCIA)
001700*                    Y ESCRIBE UNA RESPUESTA POR LINEA (EMITEOUT)
001800*                    CON LA REFERENCIA COMPLETA, EL DIGITO Y LA
001900*                    RESPUESTA DEL SERVICIO (P, X O E). ASI LAS
002000*                    REFERENCIAS NUEVAS SALEN YA CON SU DIGITO Y
002100*                    LAS DUDOSAS SE COMPRUEBAN ANTES DE TECLEAR.
002200*----------------------------------------------------------------
002300 ENVIRONMENT     DIVISION.
002400 INPUT-OUTPUT    SECTION.
002500 FILE-CONTROL.
002600     SELECT PETICIONES-IN ASSIGN TO "EMITEIN"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-IN-STATUS.
002900     SELECT RESPUESTAS-OUT ASSIGN TO "EMITEOUT"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100 DATA            DIVISION.
003200 FILE            SECTION.
003300 FD  PETICIONES-IN
003400     RECORDING MODE IS F.
003500 01  PET-REGISTRO.
003600     05  PET-FUNCION         PIC X(01).
003700     05  PET-TIPO            PIC X(03).
003800     05  PET-REFERENCIA      PIC X(10).
003900 FD  RESPUESTAS-OUT
004000     RECORDING MODE IS F.
004100 01  ANS-REGISTRO.
004200     05  ANS-FUNCION         PIC X(01).
004300     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  ANS-TIPO            PIC X(03).
004500     05  FILLER              PIC X(02) VALUE SPACES.
004600     05  ANS-ENTRADA         PIC X(10).
004700     05  FILLER              PIC X(02) VALUE SPACES.
004800     05  ANS-REFERENCIA      PIC X(10).
004900     05  FILLER              PIC X(02) VALUE SPACES.
005000     05  ANS-DIGITO          PIC X(01).
005100     05  FILLER              PIC X(02) VALUE SPACES.
005200     05  ANS-RESPUESTA       PIC X(01).
005300 01  ANS-RESUMEN-REGISTRO.
005400     05  ANS-RESUMEN-ETIQUETA PIC X(30).
005500     05  ANS-RESUMEN-VALOR    PIC Z(8)9.
005600 WORKING-STORAGE SECTION.
005700 01  WS-IN-STATUS            PIC X(02).
005800     88  WS-IN-NO-EXISTE             VALUE "35".
005900     88  WS-IN-FIN-FICHERO           VALUE "10".
006000*    AREA DE LLAMADA AL SERVICIO DE DIGITO DE CONTROL.
006100     COPY DIGSTD.
006200 01  WS-CONTADORES.
006300     05  WS-TOTAL-PETICIONES PIC 9(07) COMP VALUE ZERO.
006400     05  WS-TOTAL-GENERADAS  PIC 9(07) COMP VALUE ZERO.
006500     05  WS-TOTAL-CORRECTAS  PIC 9(07) COMP VALUE ZERO.
006600     05  WS-TOTAL-ERRONEAS   PIC 9(07) COMP VALUE ZERO.
006700     05  WS-TOTAL-MAL-FORMADAS PIC 9(07) COMP VALUE ZERO.
006800 PROCEDURE       DIVISION.
006900*================================================================
007000 0000-MAINLINE.
007100*================================================================
007200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007300     PERFORM 2000-RESPONDER-PETICION THRU 2000-EXIT
007400         UNTIL WS-IN-FIN-FICHERO
007500     PERFORM 9000-TERMINATE THRU 9000-EXIT
007600     GOBACK.
007700*================================================================
007800 1000-INITIALIZE.
007900*================================================================
008000     OPEN OUTPUT RESPUESTAS-OUT
008100     MOVE SPACES TO ANS-REGISTRO ANS-RESUMEN-REGISTRO
008200     OPEN INPUT PETICIONES-IN
008300     IF WS-IN-NO-EXISTE
008400         MOVE "10" TO WS-IN-STATUS
008500     ELSE
008600         PERFORM 2100-LEER-PETICION THRU 2100-EXIT
008700     END-IF.
008800 1000-EXIT.
008900     EXIT.
009000*================================================================
009100 2000-RESPONDER-PETICION.
009200*================================================================
009300     ADD 1 TO WS-TOTAL-PETICIONES
009400     MOVE PET-FUNCION TO DIG-STD-FUNCION
009500     IF PET-FUNCION = SPACE
009600         MOVE "G" TO DIG-STD-FUNCION
009700     END-IF
009800     MOVE PET-TIPO TO DIG-STD-TIPO
009900     MOVE PET-REFERENCIA TO DIG-STD-REFERENCIA
010000     CALL "DIGCONTR" USING DIG-STD-AREA
010100     MOVE SPACES TO ANS-REGISTRO
010200     MOVE DIG-STD-FUNCION TO ANS-FUNCION
010300     MOVE PET-TIPO TO ANS-TIPO
010400     MOVE PET-REFERENCIA TO ANS-ENTRADA
010500     IF DIG-STD-CORRECTA
010600         MOVE DIG-STD-REFERENCIA TO ANS-REFERENCIA
010700     END-IF
010800     MOVE DIG-STD-DIGITO TO ANS-DIGITO
010900     MOVE DIG-STD-RESPUESTA TO ANS-RESPUESTA
011000     WRITE ANS-REGISTRO
011100     EVALUATE TRUE
011200         WHEN DIG-STD-CORRECTA AND DIG-STD-GENERAR
011300             ADD 1 TO WS-TOTAL-GENERADAS
011400         WHEN DIG-STD-CORRECTA
011500             ADD 1 TO WS-TOTAL-CORRECTAS
011600         WHEN DIG-STD-ERRONEA
011700             ADD 1 TO WS-TOTAL-ERRONEAS
011800         WHEN OTHER
011900             ADD 1 TO WS-TOTAL-MAL-FORMADAS
012000     END-EVALUATE
012100     PERFORM 2100-LEER-PETICION THRU 2100-EXIT.
012200 2000-EXIT.
012300     EXIT.
012400*================================================================
012500 2100-LEER-PETICION.
012600*================================================================
012700     READ PETICIONES-IN
012800         AT END
012900             MOVE "10" TO WS-IN-STATUS
013000     END-READ.
013100 2100-EXIT.
013200     EXIT.
013300*================================================================
013400 9000-TERMINATE.
013500*================================================================
013600     MOVE "PETICIONES LEIDAS"        TO ANS-RESUMEN-ETIQUETA
013700     MOVE WS-TOTAL-PETICIONES        TO ANS-RESUMEN-VALOR
013800     WRITE ANS-RESUMEN-REGISTRO
013900     MOVE "REFERENCIAS GENERADAS"    TO ANS-RESUMEN-ETIQUETA
014000     MOVE WS-TOTAL-GENERADAS         TO ANS-RESUMEN-VALOR
014100     WRITE ANS-RESUMEN-REGISTRO
014200     MOVE "REFERENCIAS CORRECTAS"    TO ANS-RESUMEN-ETIQUETA
014300     MOVE WS-TOTAL-CORRECTAS         TO ANS-RESUMEN-VALOR
014400     WRITE ANS-RESUMEN-REGISTRO
014500     MOVE "DIGITO ERRONEO"           TO ANS-RESUMEN-ETIQUETA
014600     MOVE WS-TOTAL-ERRONEAS          TO ANS-RESUMEN-VALOR
014700     WRITE ANS-RESUMEN-REGISTRO
014800     MOVE "MAL FORMADAS"             TO ANS-RESUMEN-ETIQUETA
014900     MOVE WS-TOTAL-MAL-FORMADAS      TO ANS-RESUMEN-VALOR
015000     WRITE ANS-RESUMEN-REGISTRO
015100     IF WS-TOTAL-ERRONEAS > 0 OR WS-TOTAL-MAL-FORMADAS > 0
015200         MOVE 4 TO RETURN-CODE
015300     END-IF
015400     IF NOT WS-IN-NO-EXISTE
015500         CLOSE PETICIONES-IN
015600     END-IF
015700     CLOSE RESPUESTAS-OUT.
015800 9000-EXIT.
015900     EXIT.
016000 END PROGRAM EMITEREF.
