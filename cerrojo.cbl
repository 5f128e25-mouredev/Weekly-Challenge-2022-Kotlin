002370*                    DESDE ELLA BORRARIA CERROJOS AJENOS. LA
002380*                    CARGA UNICA DE CHKPTSRV SOLO ES SEGURA
002390*                    PORQUE CADA CHECKPOINT TIENE UN ESCRITOR.
002391* 2026-10-15  MNT    AL DENEGAR UN CERROJO TOMADO SE DEVUELVE EL
002392*                    TITULAR ACTUAL EN CER-STD-TITULAR: LA CADENA
002393*                    NOCTURNA Y LAS CORRIDAS INTRADIA COMPARTEN
002394*                    EL CERROJO CADENA Y NECESITAN SABER QUIEN LO
002395*                    TIENE PARA DISTINGUIR UN REINICIO PROPIO DE
002396*                    UNA CORRIDA AJENA EN CURSO.
002400*----------------------------------------------------------------
002500 ENVIRONMENT     DIVISION.
002600 INPUT-OUTPUT    SECTION.
016100*================================================================
016200*    LIBRE O INEXISTENTE SE CONCEDE; TOMADO SE DENIEGA, SALVO
016300*    QUE EL SELLO TENGA MAS DE DOCE HORAS: ENTONCES EL TITULAR
016400*    ANTERIOR ABENDO Y SE RELEVA CON RESULTADO V. AL DENEGAR SE
016450*    DEVUELVE EN EL AREA EL TITULAR QUE LO TIENE TOMADO.
016500     IF NOT ENTRADA-HALLADA
016600         PERFORM 3500-CREAR-ENTRADA THRU 3500-EXIT
016700     END-IF
017600             MOVE "V" TO LK-CER-RESULTADO
017700         ELSE
017800             MOVE "D" TO LK-CER-RESULTADO
017850             MOVE WS-CER-TITULAR(WS-CER-IDX) TO LK-CER-TITULAR
017900             GO TO 3000-EXIT
018000         END-IF
018100     ELSE
