001896* 2026-09-02  MNT    IMAGEN DE REJSTD AMPLIADA A 8001 (MARCA DE
001897*                    CONTINUACION DE ELTEXTO): LOS TRAZADOS DE
001898*                    RECOGIDA PASAN A 8082.
001899* 2026-10-15  MNT    SE SUMA A LA RECOGIDA EL FICHERO DE
001900*                    RECHAZOS DE FACTUPOL (FACTREJ: ORDENES DE
001901*                    ORDCLI CON DIGITO DE CONTROL ERRONEO).
001902* 2026-10-15  MNT    SE SUMA A LA RECOGIDA EL FICHERO DE
001903*                    RECHAZOS DE CXCPOST (CXCREJ: COBROS Y ABONOS
001904*                    QUE NO SE PUDIERON APLICAR A LA CARTERA).
001990*----------------------------------------------------------------
002000 ENVIRONMENT     DIVISION.
002100 INPUT-OUTPUT    SECTION.
002200 FILE-CONTROL.
003740     SELECT PREVALID-REJ ASSIGN TO "PREVALREJ"
003750         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS WS-REJ-STATUS.
003770     SELECT FACTUPOL-REJ ASSIGN TO "FACTREJ"
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS WS-REJ-STATUS.
003792     SELECT CXCPOST-REJ ASSIGN TO "CXCREJ"
003794         ORGANIZATION IS LINE SEQUENTIAL
003796         FILE STATUS IS WS-REJ-STATUS.
003800     SELECT REPARACION-QUEUE ASSIGN TO "REPARQUE"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT RECOLECTOR-RPT ASSIGN TO "RECOLRPT"
005840 FD  PREVALID-REJ
005850     RECORDING MODE IS F.
005860 01  PRE-REGISTRO            PIC X(8082).
005870 FD  FACTUPOL-REJ
005880     RECORDING MODE IS F.
005890 01  FAC-REGISTRO            PIC X(8082).
005892 FD  CXCPOST-REJ
005894     RECORDING MODE IS F.
005896 01  CXC-REGISTRO            PIC X(8082).
005900 FD  REPARACION-QUEUE
006000     RECORDING MODE IS F.
006100     COPY REJSTD.
008400     PERFORM 2500-RECOGER-NUMREJ THRU 2500-EXIT
008410     PERFORM 2600-RECOGER-COMBINA THRU 2600-EXIT
008420     PERFORM 2700-RECOGER-PREVALID THRU 2700-EXIT
008430     PERFORM 2800-RECOGER-FACTUPOL THRU 2800-EXIT
008440     PERFORM 2900-RECOGER-CXCPOST THRU 2900-EXIT
008500     PERFORM 9000-TERMINATE THRU 9000-EXIT
008600     GOBACK.
008700*================================================================
026015     PERFORM 2710-LEER-PREVALID THRU 2710-EXIT.
026016 2720-EXIT.
026017     EXIT.
026018*================================================================
026019 2800-RECOGER-FACTUPOL.
026020*================================================================
026021     MOVE 0 TO WS-APORTE-ACTUAL
026022     OPEN INPUT FACTUPOL-REJ
026023     IF NOT WS-REJ-NO-EXISTE
026024         PERFORM 2810-LEER-FACTUPOL THRU 2810-EXIT
026025         PERFORM 2820-VOLCAR-FACTUPOL THRU 2820-EXIT
026026             UNTIL WS-REJ-FIN-FICHERO
026027         CLOSE FACTUPOL-REJ
026028     END-IF
026029     MOVE "RECHAZOS DE FACTUPOL" TO RPT-RESUMEN-ETIQUETA
026030     MOVE WS-APORTE-ACTUAL TO RPT-RESUMEN-VALOR
026031     WRITE RPT-RESUMEN-REGISTRO.
026032 2800-EXIT.
026033     EXIT.
026034*================================================================
026035 2810-LEER-FACTUPOL.
026036*================================================================
026037     READ FACTUPOL-REJ
026038         AT END
026039             MOVE "10" TO WS-REJ-STATUS
026040     END-READ.
026041 2810-EXIT.
026042     EXIT.
026043*================================================================
026044 2820-VOLCAR-FACTUPOL.
026045*================================================================
026046     MOVE FAC-REGISTRO TO WS-REGISTRO-TRABAJO
026047     PERFORM 5000-ESCRIBIR-EN-COLA THRU 5000-EXIT
026048     PERFORM 2810-LEER-FACTUPOL THRU 2810-EXIT.
026049 2820-EXIT.
026050     EXIT.
026051*================================================================
026052 2900-RECOGER-CXCPOST.
026053*================================================================
026054     MOVE 0 TO WS-APORTE-ACTUAL
026055     OPEN INPUT CXCPOST-REJ
026056     IF NOT WS-REJ-NO-EXISTE
026057         PERFORM 2910-LEER-CXCPOST THRU 2910-EXIT
026058         PERFORM 2920-VOLCAR-CXCPOST THRU 2920-EXIT
026059             UNTIL WS-REJ-FIN-FICHERO
026060         CLOSE CXCPOST-REJ
026061     END-IF
026062     MOVE "RECHAZOS DE CXCPOST" TO RPT-RESUMEN-ETIQUETA
026063     MOVE WS-APORTE-ACTUAL TO RPT-RESUMEN-VALOR
026064     WRITE RPT-RESUMEN-REGISTRO.
026065 2900-EXIT.
026066     EXIT.
026067*================================================================
026068 2910-LEER-CXCPOST.
026069*================================================================
026070     READ CXCPOST-REJ
026071         AT END
026072             MOVE "10" TO WS-REJ-STATUS
026073     END-READ.
026074 2910-EXIT.
026075     EXIT.
026076*================================================================
026077 2920-VOLCAR-CXCPOST.
026078*================================================================
026079     MOVE CXC-REGISTRO TO WS-REGISTRO-TRABAJO
026080     PERFORM 5000-ESCRIBIR-EN-COLA THRU 5000-EXIT
026081     PERFORM 2910-LEER-CXCPOST THRU 2910-EXIT.
026082 2920-EXIT.
026083     EXIT.
026088*================================================================
026100 5000-ESCRIBIR-EN-COLA.
026200*================================================================
026300     MOVE WS-REGISTRO-TRABAJO TO REJ-STD-REGISTRO
