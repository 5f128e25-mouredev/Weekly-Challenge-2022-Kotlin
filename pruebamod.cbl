002100*                    RETURN-CODE 8: UN CTLHASH MAL MONTADO YA NO
002200*                    INVALIDA LOS TRAILERS DE TODA UNA NOCHE
002300*                    ANTES DE QUE NADIE LO VEA.
002310* 2026-10-15  MNT    SE ANADE LA PRUEBA DEL SERVICIO FIZZSRV
002320*                    (PALABRA POR NUMERO SOBRE DIVMAST).
002330* 2026-10-15  MNT    SE ANADE LA PRUEBA DEL SERVICIO FIBOZECK
002340*                    (FORMA DE ZECKENDORF SOBRE FIBOMAST).
002350* 2026-10-15  MNT    SE ANADE LA PRUEBA DEL SERVICIO FACPRIMO
002360*                    (FACTORIZACION SOBRE PRIMOMAST).
002370* 2026-10-15  MNT    SE ANADE LA PRUEBA DEL SERVICIO DIGCONTR
002380*                    (DIGITO DE CONTROL DE REFERENCIAS).
002400*----------------------------------------------------------------
002500 ENVIRONMENT     DIVISION.
002600 INPUT-OUTPUT    SECTION.
004700     COPY AUDREG.
004800*    AREA DEL SERVICIO DE CHECKPOINT/REINICIO (CHKPTSRV).
004900     COPY CKPSTD.
004910*    AREA DEL SERVICIO DE PALABRA POR NUMERO (FIZZSRV).
004920     COPY FIZSTD.
004930*    AREA DEL SERVICIO DE ZECKENDORF (FIBOZECK).
004940     COPY ZECSTD.
004950*    AREA DEL SERVICIO DE FACTORIZACION (FACPRIMO).
004960     COPY FACSTD.
004970*    AREA DEL SERVICIO DE DIGITO DE CONTROL (DIGCONTR).
004980     COPY DIGSTD.
005000 01  WS-SWITCHES.
005100     05  WS-ALGUN-FALLO      PIC X(01) VALUE "N".
005200         88  ALGUN-FALLO             VALUE "S".
006900     PERFORM 4000-PROBAR-FECHANEG THRU 4000-EXIT
007000     PERFORM 5000-PROBAR-AUDITORIA THRU 5000-EXIT
007100     PERFORM 6000-PROBAR-REGMETRICA THRU 6000-EXIT
007110     PERFORM 7000-PROBAR-FIZZSRV THRU 7000-EXIT
007120     PERFORM 8000-PROBAR-FIBOZECK THRU 8000-EXIT
007130     PERFORM 8500-PROBAR-FACPRIMO THRU 8500-EXIT
007140     PERFORM 8700-PROBAR-DIGCONTR THRU 8700-EXIT
007200     IF ALGUN-FALLO
007300         MOVE "RESULTADO: PUERTA CERRADA, MODULO ROTO"
007400             TO RPT-LINEA
024800     WRITE RPT-DETALLE.
024900 6000-EXIT.
025000     EXIT.
025100*================================================================
025200 7000-PROBAR-FIZZSRV.
025300*================================================================
025400*    EL NUMERO 1 EN LA FECHA DE NEGOCIO: LA RESPUESTA TIENE QUE
025500*    SER UNA DE LAS CONOCIDAS CON TEXTO, Y SI NINGUNA REGLA SE
025600*    DISPARA EL TEXTO ES EL PROPIO NUMERO.
025700     MOVE SPACES TO RPT-DETALLE
025800     MOVE "FIZZSRV" TO RPT-MODULO
025900     MOVE 1 TO FIZ-STD-NUMERO
026000     MOVE 0 TO FIZ-STD-FECHA
026100     MOVE SPACES TO FIZ-STD-RESPUESTA
026200     CALL "FIZZSRV" USING FIZ-STD-AREA
026300     IF NOT FIZ-STD-PALABRA AND NOT FIZ-STD-SIN-REGLA
026400      AND NOT FIZ-STD-TRUNCADA
026500         MOVE "FALLA" TO RPT-RESULTADO
026600         MOVE "RESPUESTA DESCONOCIDA" TO RPT-NOTA
026700         SET ALGUN-FALLO TO TRUE
026800         GO TO 7000-ESCRIBIR
026900     END-IF
027000     IF FIZ-STD-TEXTO = SPACES
027100      OR (FIZ-STD-SIN-REGLA AND FIZ-STD-TEXTO NOT = "1")
027200         MOVE "FALLA" TO RPT-RESULTADO
027300         MOVE "TEXTO NO ESPERADO PARA EL NUMERO 1" TO RPT-NOTA
027400         SET ALGUN-FALLO TO TRUE
027500     ELSE
027600         MOVE "PASA" TO RPT-RESULTADO
027700     END-IF.
027800 7000-ESCRIBIR.
027900     WRITE RPT-DETALLE.
028000 7000-EXIT.
028100     EXIT.
028200*================================================================
028300 8000-PROBAR-FIBOZECK.
028400*================================================================
028500*    EL 4 ES 3 + 1 Y SU CODIGO ES 1011. SIN FIBOMAST CARGADO EL
028600*    SERVICIO RESPONDE FUERA DE RANGO Y NO HAY NADA QUE
028700*    CONTRASTAR: LA CADENA NO LO NECESITA PARA SEGUIR.
028800     MOVE SPACES TO RPT-DETALLE
028900     MOVE "FIBOZECK" TO RPT-MODULO
029000     MOVE 0 TO ZEC-STD-ALTO
029100     MOVE 4 TO ZEC-STD-BAJO
029200     MOVE SPACES TO ZEC-STD-RESPUESTA
029300     CALL "FIBOZECK" USING ZEC-STD-AREA
029400     EVALUATE TRUE
029500         WHEN ZEC-STD-FUERA-DE-RANGO
029600             MOVE "PASA" TO RPT-RESULTADO
029700             MOVE "SIN FIBOMAST, NO SE CONTRASTA" TO RPT-NOTA
029800         WHEN ZEC-STD-DESCOMPUESTO
029900          AND ZEC-STD-NUM-TERMINOS = 2
030000          AND ZEC-STD-CODIGO = "1011"
030100             MOVE "PASA" TO RPT-RESULTADO
030200         WHEN OTHER
030300             MOVE "FALLA" TO RPT-RESULTADO
030400             MOVE "EL 4 NO DA 3 + 1 (1011)" TO RPT-NOTA
030500             SET ALGUN-FALLO TO TRUE
030600     END-EVALUATE
030700     WRITE RPT-DETALLE.
030800 8000-EXIT.
030900     EXIT.
031000*================================================================
031100 8500-PROBAR-FACPRIMO.
031200*================================================================
031300*    360 = 2^3 X 3^2 X 5. COMO EN ESPRIMO, SIN PRIMOMAST LA
031400*    RESPUESTA NO ES P Y LA PUERTA SE CIERRA.
031500     MOVE SPACES TO RPT-DETALLE
031600     MOVE "FACPRIMO" TO RPT-MODULO
031700     MOVE 360 TO FAC-STD-NUMERO
031800     CALL "FACPRIMO" USING FAC-STD-AREA
031900     IF FAC-STD-COMPLETA
032000      AND FAC-STD-NUM-FACTORES = 3
032100      AND FAC-STD-PRIMO(1) = 2 AND FAC-STD-EXPONENTE(1) = 3
032200      AND FAC-STD-PRIMO(2) = 3 AND FAC-STD-EXPONENTE(2) = 2
032300      AND FAC-STD-PRIMO(3) = 5 AND FAC-STD-EXPONENTE(3) = 1
032400         MOVE "PASA" TO RPT-RESULTADO
032500     ELSE
032600         MOVE "FALLA" TO RPT-RESULTADO
032700         MOVE "EL 360 NO DA 2^3 X 3^2 X 5" TO RPT-NOTA
032800         SET ALGUN-FALLO TO TRUE
032900     END-IF
033000     WRITE RPT-DETALLE.
033100 8500-EXIT.
033200     EXIT.
033203*================================================================
033206 8700-PROBAR-DIGCONTR.
033209*================================================================
033212*    LA ORDEN 12345 LLEVA DIGITO 3 (PESOS 7-3-1); LA MISMA
033215*    REFERENCIA CON LAS DOS PRIMERAS CIFRAS TRASPUESTAS NO
033218*    PUEDE DARSE POR BUENA.
033221     MOVE SPACES TO RPT-DETALLE
033224     MOVE "DIGCONTR" TO RPT-MODULO
033227     MOVE "G" TO DIG-STD-FUNCION
033230     MOVE "ORD" TO DIG-STD-TIPO
033233     MOVE "12345" TO DIG-STD-REFERENCIA
033236     CALL "DIGCONTR" USING DIG-STD-AREA
033239     IF NOT DIG-STD-CORRECTA OR DIG-STD-REFERENCIA NOT = "123453"
033242         MOVE "FALLA" TO RPT-RESULTADO
033245         MOVE "LA ORDEN 12345 NO DA 123453" TO RPT-NOTA
033248         SET ALGUN-FALLO TO TRUE
033251         WRITE RPT-DETALLE
033254         GO TO 8700-EXIT
033257     END-IF
033260     MOVE "V" TO DIG-STD-FUNCION
033263     MOVE "213453" TO DIG-STD-REFERENCIA
033266     CALL "DIGCONTR" USING DIG-STD-AREA
033269     IF DIG-STD-ERRONEA
033272         MOVE "PASA" TO RPT-RESULTADO
033275     ELSE
033278         MOVE "FALLA" TO RPT-RESULTADO
033281         MOVE "NO DETECTA LA TRANSPOSICION" TO RPT-NOTA
033284         SET ALGUN-FALLO TO TRUE
033287     END-IF
033290     WRITE RPT-DETALLE.
033293 8700-EXIT.
033296     EXIT.
033300 END PROGRAM PRUEBAMOD.
