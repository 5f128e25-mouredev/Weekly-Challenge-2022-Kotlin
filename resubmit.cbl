001993*                    A PALINDROMO DEVUELVE TAMBIEN LA MARCA DE
001994*                    CONTINUACION DE ELTEXTO (TRAZADOS A 8082 Y
001995*                    PALINRES A 8001).
001996* 2026-10-15  MNT    NUEVA RUTA FACTUPOL (ORDRES, TRAZADO DE
001997*                    ORDCLI): LAS ORDENES RECHAZADAS POR DIGITO
001998*                    DE CONTROL VUELVEN CORREGIDAS AL CRUCE
001999*                    ORDEN-CLIENTE.
002000* 2026-10-15  MNT    NUEVA RUTA CXCPOST (CXCMOVRES, TRAZADO DE
002001*                    CXCMOV): COBROS Y ABONOS RECHAZADOS VUELVEN
002002*                    CORREGIDOS A LOS MOVIMIENTOS DE LA CARTERA.
002012* 2026-10-15  MNT    LOS RECHAZOS DE CXCPOST SOBRE LINEAS DE
002022*                    FACTOUT (FACTURA SIN NUMERO O CON NUMERO
002032*                    DUPLICADO) NO VAN A CXCMOVRES: SE DESVIAN A
002042*                    RESUBREJ.
002090*----------------------------------------------------------------
002100* PARA CHALL34 LA IMAGEN DEL RECHAZO ES DESCRIPTIVA (POSICION Y
002200* VALOR): EL EQUIPO DE CALIDAD DEBE DEJAR EN LAS PRIMERAS NUEVE
002300* POSICIONES DE LA IMAGEN EL VALOR CORREGIDO EN EL FORMATO DE
004020         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT NUM-RES ASSIGN TO "NUMRES"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004203     SELECT ORDCLI-RES ASSIGN TO "ORDRES"
004206         ORGANIZATION IS LINE SEQUENTIAL.
004207     SELECT CXCMOV-RES ASSIGN TO "CXCMOVRES"
004208         ORGANIZATION IS LINE SEQUENTIAL.
004210     SELECT RESUBMIT-APR ASSIGN TO "RESUBAPR"
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-APR-STATUS.
006400 FD  NUM-RES
006500     RECORDING MODE IS F.
006600 01  NUM-RES-REGISTRO        PIC X(09).
006602 FD  ORDCLI-RES
006604     RECORDING MODE IS F.
006606 01  ORD-RES-REGISTRO        PIC X(18).
006607 FD  CXCMOV-RES
006608     RECORDING MODE IS F.
006609 01  MOV-RES-REGISTRO        PIC X(52).
006610 FD  RESUBMIT-APR
006620     RECORDING MODE IS F.
006630 01  APR-REGISTRO.
008600     05  WS-TOTAL-CONVERSOR  PIC 9(08) COMP VALUE ZERO.
008650     05  WS-TOTAL-COMBINA    PIC 9(08) COMP VALUE ZERO.
008700     05  WS-TOTAL-CHALL34    PIC 9(08) COMP VALUE ZERO.
008710     05  WS-TOTAL-FACTUPOL   PIC 9(08) COMP VALUE ZERO.
008720     05  WS-TOTAL-CXCPOST    PIC 9(08) COMP VALUE ZERO.
008800     05  WS-TOTAL-DESCONOCIDOS PIC 9(08) COMP VALUE ZERO.
008810     05  WS-TOTAL-PENDIENTES PIC 9(08) COMP VALUE ZERO.
008900 PROCEDURE       DIVISION.
010200*================================================================
010300     OPEN OUTPUT PALINDROMO-RES ANAGRAMA-RES AREA-POL-RES
010400         CONVERSOR-RES COMBINA-RES NUM-RES RESUBMIT-REJ
010401         RESUBMIT-PEND RESUBMIT-RPT ORDCLI-RES CXCMOV-RES
010500     MOVE SPACES TO RPT-RESUMEN-REGISTRO
010510*    SIN PERMISO RESUBMIT NO SE REENVIA NADA.
010520     MOVE SPACES TO OPS-STD-AREA
013500             MOVE REJ-STD-IMAGEN(1:9) TO NUM-RES-REGISTRO
013600             WRITE NUM-RES-REGISTRO
013700             ADD 1 TO WS-TOTAL-CHALL34
013710         WHEN "FACTUPOL"
013720             MOVE REJ-STD-IMAGEN(1:18) TO ORD-RES-REGISTRO
013730             WRITE ORD-RES-REGISTRO
013740             ADD 1 TO WS-TOTAL-FACTUPOL
013742*        LAS FACTURAS DE FACTOUT QUE CXCPOST NO PUDO DAR DE ALTA
013744*        NO SON MOVIMIENTOS: SE CORRIGEN EN ORIGEN Y SE DESVIAN.
013750         WHEN "CXCPOST"
013752             IF REJ-STD-LIN-FICHERO = "FACTOUT"
013754                 MOVE REJ-STD-REGISTRO TO REJ-DESCONOCIDO
013756                 WRITE REJ-DESCONOCIDO
013758                 ADD 1 TO WS-TOTAL-DESCONOCIDOS
013760                 SET ALGUN-DESCONOCIDO TO TRUE
013762             ELSE
013764                 MOVE REJ-STD-IMAGEN(1:52) TO MOV-RES-REGISTRO
013766                 WRITE MOV-RES-REGISTRO
013768                 ADD 1 TO WS-TOTAL-CXCPOST
013770             END-IF
013800         WHEN OTHER
013900             MOVE REJ-STD-REGISTRO TO REJ-DESCONOCIDO
014000             WRITE REJ-DESCONOCIDO
017100     MOVE "REENVIADOS A CHALLENGE-34" TO RPT-RESUMEN-ETIQUETA
017200     MOVE WS-TOTAL-CHALL34           TO RPT-RESUMEN-VALOR
017300     WRITE RPT-RESUMEN-REGISTRO
017310     MOVE "REENVIADOS A FACTUPOL"    TO RPT-RESUMEN-ETIQUETA
017320     MOVE WS-TOTAL-FACTUPOL          TO RPT-RESUMEN-VALOR
017330     WRITE RPT-RESUMEN-REGISTRO
017340     MOVE "REENVIADOS A CXCPOST"     TO RPT-RESUMEN-ETIQUETA
017350     MOVE WS-TOTAL-CXCPOST           TO RPT-RESUMEN-VALOR
017360     WRITE RPT-RESUMEN-REGISTRO
017400     MOVE "PROGRAMA DESCONOCIDO"     TO RPT-RESUMEN-ETIQUETA
017500     MOVE WS-TOTAL-DESCONOCIDOS      TO RPT-RESUMEN-VALOR
017600     WRITE RPT-RESUMEN-REGISTRO
017720     END-IF
017800     CLOSE PALINDROMO-RES ANAGRAMA-RES
017810         AREA-POL-RES CONVERSOR-RES COMBINA-RES NUM-RES
017811         RESUBMIT-REJ RESUBMIT-PEND ORDCLI-RES CXCMOV-RES
017900         RESUBMIT-RPT
017910     IF WS-TOTAL-PENDIENTES > 0
017920         MOVE 4 TO RETURN-CODE
