003931*                    SUELTA AL TERMINAR; UNA SEGUNDA INSTANCIA
003932*                    CONCURRENTE RECIBE DENEGADO Y TERMINA CON
003933*                    RC 12 SIN TOCAR EL CHECKPOINT COMPARTIDO.
003938* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
003943*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
003948*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
003957*-----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
007300 WORKING-STORAGE SECTION.
007301*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
007302     COPY FECNEG.
007312*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
007322     COPY VERSTD.
007332*    AREA DE METRICAS DE CORRIDA (MODULO REGMETRICA).
007342     COPY METREG.
007400 01  WS-PARM-STATUS          PIC X(02).
007500     88  WS-PARM-NO-EXISTE           VALUE "35".
007600     88  WS-PARM-FIN-FICHERO         VALUE "10".
011192     CALL "CERROJO" USING CER-STD-AREA
011200     GOBACK.
011300 1000-INITIALIZE.
011310*    VERSION VIGENTE PARA LAS CABECERAS DE CONTROL.
011320     MOVE SPACES TO VRS-STD-AREA.
011330     MOVE "PRIMO" TO VRS-STD-PROGRAMA.
011340     MOVE ZERO TO VRS-STD-FECHA.
011350     CALL "VERSPROG" USING VRS-STD-AREA.
011400*    LEE EL RANGO DE LA TARJETA DE PARAMETROS Y EL CHECKPOINT DE
011500*    UNA EJECUCION ANTERIOR PARA SABER DONDE CONTINUAR.
011510     PERFORM 1050-LEER-CKP-VALOR THRU 1050-EXIT.
026190     CALL "CHKPTSRV" USING CKP-STD-AREA.
026198 5050-EXIT.
026199     EXIT.
026200*================================================================
026201 6000-ESCRIBIR-CTL-CABECERA.
026202*================================================================
026203*    CABECERA DE CONTROL ESTANDAR (CTLREG) DE PRIMES-OUT.
026204     MOVE SPACES TO CTL-REGISTRO.
026205     MOVE "CAB" TO CTL-MARCA.
026206     MOVE "PRIMO" TO CTL-PROGRAMA.
026207     CALL "FECHANEG" USING FEC-NEG-AREA
026208     MOVE FEC-NEG-FECHA TO CTL-FECHA.
026209     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA.
026210     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD.
026211     MOVE VRS-STD-VERSION TO CTL-VERSION.
026212     WRITE CTL-REGISTRO.
026213 6000-EXIT.
026214     EXIT.
026227     MOVE WS-TOTAL-PRIMOS TO CTL-REGISTROS.
026228     MOVE WS-HASH-PRIMOS  TO CTL-HASH.
026229     MOVE 0 TO CTL-HASH-ORD.
026234     WRITE CTL-REGISTRO.
026239 6100-EXIT.
026244     EXIT.
026249*================================================================
026254 9000-TERMINATE.
026259*================================================================
026264     PERFORM 6100-ESCRIBIR-CTL-TRAILER THRU 6100-EXIT.
026269     MOVE SPACES TO PRI-TRAILER-REGISTRO.
026274     MOVE "TOTAL PRIMOS:" TO PRI-TRAILER-ETIQUETA.
026279     MOVE WS-TOTAL-PRIMOS TO PRI-TRAILER-VALOR.
026284     WRITE PRI-TRAILER-REGISTRO.
026289     CLOSE PRIMES-OUT.
026300     PERFORM 5050-BORRAR-CHECKPOINT THRU 5050-EXIT.
026600     PERFORM 3000-ESCRIBIR-RESUMEN THRU 3000-EXIT.
026610     PERFORM 3500-ESCRIBIR-ANALISIS THRU 3500-EXIT.
