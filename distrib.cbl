002720*                    ANCHO DEL CAMPO DE TRABAJO) SE IGNORAN COMO
002730*                    EL RESTO DE DECLARACIONES INVALIDAS, EN VEZ
002740*                    DE RECORTARSE EN SILENCIO.
002746* 2026-10-15  MNT    CAMPOS POR NOMBRE: CADA CAMPO DEL PERFIL
002752*                    PUEDE NOMBRARSE (PER-NOMBRE, AL FINAL DE LA
002758*                    TARJETA) Y ENTONCES SU POSICION Y LONGITUD
002764*                    SALEN DEL MAESTRO DE TRAZADOS TRZMAST
002770*                    (MODULO TRAZADO). UN PERFIL CON UN NOMBRE NO
002776*                    REGISTRADO NO SE PRODUCE (ENVIAR EL REGISTRO
002782*                    A MEDIAS SERIA PEOR): QUEDA EN EL DIARIO
002783*                    COMO SIN CAMPO Y EL PASO TERMINA CON RC 4.
002784* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
002785*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
002786*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
002787* 2026-10-15  MNT    REDACCION DE DATOS SENSIBLES: CADA LINEA DEL
002788*                    PAQUETE PASA POR EL MODULO REDACTOR ANTES DE
002789*                    ESCRIBIRSE, CON LA POLITICA DEL CLIENTE DEL
002790*                    BLOQUE EN CURSO (CABECERAS "CLIENTE: " DE LA
002791*                    FUENTE, COMO EN PALINDRPT) O, FUERA DE
002792*                    BLOQUE, LA DEL SOCIO. LAS FUENTES QUEDAN EN
002793*                    CASA SIN TOCAR. LOS DATOS TAPADOS DE CADA
002794*                    PAQUETE SE ANOTAN EN LA AUDITORIA DEL DIA.
002795*                    SIN MAESTRO DE PATRONES REDPATR NO SE
002796*                    DISTRIBUYE NADA (RC 8).
002800*----------------------------------------------------------------
002900 ENVIRONMENT     DIVISION.
003000 INPUT-OUTPUT    SECTION.
005300     05  PER-CAMPO           OCCURS 4 TIMES.
005400         10  PER-POS         PIC 9(04).
005500         10  PER-LARGO       PIC 9(03).
005510     05  PER-NOMBRE          OCCURS 4 TIMES PIC X(10).
005600 FD  FUENTE-ACTUAL
005700     RECORDING MODE IS F.
005800 01  FUE-REGISTRO            PIC X(8200).
008300 WORKING-STORAGE SECTION.
008400*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
008500     COPY FECNEG.
008503*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
008506     COPY VERSTD.
008510*    AREA DE LLAMADA AL MODULO DE CAMPOS POR NOMBRE (TRAZADO).
008520     COPY TRZSTD.
008530*    AREA DE LLAMADA AL MODULO DE REDACCION (REDACTOR).
008540     COPY REDSTD.
008550*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
008560     COPY AUDREG.
008600 01  WS-PER-STATUS           PIC X(02).
008700     88  WS-PER-NO-EXISTE            VALUE "35".
008800     88  WS-PER-FIN-FICHERO          VALUE "10".
010000 01  WS-PUNTERO              PIC 9(04) COMP VALUE ZERO.
010100 01  WS-HAY-CAMPOS           PIC X(01) VALUE "N".
010200 01  WS-CAMPO-TRABAJO        PIC X(512).
010210 01  WS-CAMPO-AUSENTE        PIC X(01) VALUE "N".
010220*    CLIENTE DEL BLOQUE DE LA FUENTE EN CURSO (EN BLANCO FUERA DE
010230*    BLOQUE) Y DATOS TAPADOS EN EL PAQUETE.
010240 01  WS-CLIENTE-BLOQUE       PIC X(08) VALUE SPACES.
010250 01  WS-REDACCIONES-SOCIO    PIC 9(07) COMP VALUE ZERO.
010260 01  WS-EDIT-REDACCIONES     PIC Z(6)9.
010300 01  WS-CONTADORES.
010400     05  WS-TOTAL-PERFILES   PIC 9(03) COMP VALUE ZERO.
010500     05  WS-TOTAL-AUSENTES   PIC 9(03) COMP VALUE ZERO.
010510     05  WS-TOTAL-SIN-CAMPO  PIC 9(03) COMP VALUE ZERO.
010520     05  WS-TOTAL-REDACCIONES PIC 9(09) COMP VALUE ZERO.
010600 PROCEDURE       DIVISION.
010700*================================================================
010800 0000-MAINLINE.
013000         MOVE 8 TO RETURN-CODE
013100     ELSE
013200         PERFORM 2100-LEER-PERFIL THRU 2100-EXIT
013300     END-IF
013310*    SIN PATRONES NO HAY REDACCION: NINGUN PAQUETE SALE DE CASA.
013320     MOVE SPACES TO RED-STD-AREA
013330     MOVE 0 TO RED-STD-LARGO
013340     CALL "REDACTOR" USING RED-STD-AREA WS-CAMPO-TRABAJO
013350     IF RED-STD-SIN-PATRONES AND NOT WS-PER-FIN-FICHERO
013360         MOVE "SIN MAESTRO DE PATRONES REDPATR: NO SE DISTRIBUYE"
013370             TO RPT-LINEA
013380         WRITE RPT-LINEA
013390         MOVE "10" TO WS-PER-STATUS
013395         MOVE 8 TO RETURN-CODE
013397     END-IF.
013400 1000-EXIT.
013500     EXIT.
013600*================================================================
014100     END-IF
014200     ADD 1 TO WS-TOTAL-PERFILES
014300     MOVE 0 TO WS-REGISTROS-SOCIO WS-HASH-SOCIO
014303               WS-REDACCIONES-SOCIO
014306     MOVE SPACES TO WS-CLIENTE-BLOQUE
014310     PERFORM 2050-RESOLVER-CAMPOS THRU 2050-EXIT
014320     IF WS-CAMPO-AUSENTE = "S"
014330         ADD 1 TO WS-TOTAL-SIN-CAMPO
014340         PERFORM 4000-ANOTAR-DIARIO THRU 4000-EXIT
014350         GO TO 2000-SIGUIENTE
014360     END-IF
014400     MOVE PER-FUENTE TO WS-NOMBRE-FUENTE
014500     MOVE SPACES TO WS-NOMBRE-PAQUETE
014600     STRING FUNCTION TRIM(PER-SOCIO) DELIMITED BY SIZE
016000     MOVE FEC-NEG-FECHA TO CTL-FECHA
016100     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
016200     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD
016210     MOVE SPACES TO VRS-STD-AREA
016220     MOVE "DISTRIB" TO VRS-STD-PROGRAMA
016230     MOVE ZERO TO VRS-STD-FECHA
016240     CALL "VERSPROG" USING VRS-STD-AREA
016250     MOVE VRS-STD-VERSION TO CTL-VERSION
016300     WRITE CTL-REGISTRO
016400     MOVE "N" TO WS-FIN-FUENTE
016500     PERFORM 2200-COPIAR-REGISTRO THRU 2200-EXIT
017310     MOVE 0 TO CTL-HASH-ORD
017400     WRITE CTL-REGISTRO
017500     CLOSE FUENTE-ACTUAL PAQUETE-SOCIO
017510     ADD WS-REDACCIONES-SOCIO TO WS-TOTAL-REDACCIONES
017520     PERFORM 4100-AUDITAR-REDACCION THRU 4100-EXIT
017600     PERFORM 4000-ANOTAR-DIARIO THRU 4000-EXIT.
017700 2000-SIGUIENTE.
017800     PERFORM 2100-LEER-PERFIL THRU 2100-EXIT.
017900 2000-EXIT.
018000     EXIT.
018002*================================================================
018004 2050-RESOLVER-CAMPOS.
018006*================================================================
018008*    LOS CAMPOS CON NOMBRE TOMAN POSICION Y LONGITUD DE TRZMAST;
018010*    LOS HUECOS SIN NOMBRE NI POSICION QUEDAN A CERO.
018012     MOVE "N" TO WS-CAMPO-AUSENTE
018014     PERFORM 2060-RESOLVER-CAMPO THRU 2060-EXIT
018016         VARYING WS-IDX-CAMPO FROM 1 BY 1
018018         UNTIL WS-IDX-CAMPO > 4.
018020 2050-EXIT.
018022     EXIT.
018024*================================================================
018026 2060-RESOLVER-CAMPO.
018028*================================================================
018030     IF PER-NOMBRE(WS-IDX-CAMPO) = SPACES
018032         IF PER-CAMPO(WS-IDX-CAMPO) = SPACES
018034             MOVE 0 TO PER-POS(WS-IDX-CAMPO)
018036                       PER-LARGO(WS-IDX-CAMPO)
018038         END-IF
018040         GO TO 2060-EXIT
018042     END-IF
018044     MOVE SPACES     TO TRZ-STD-AREA
018046     MOVE PER-FUENTE TO TRZ-STD-FICHERO
018048     MOVE PER-NOMBRE(WS-IDX-CAMPO) TO TRZ-STD-CAMPO
018050     CALL "TRAZADO" USING TRZ-STD-AREA
018052     IF TRZ-STD-HALLADO
018054         MOVE TRZ-STD-POS   TO PER-POS(WS-IDX-CAMPO)
018056         MOVE TRZ-STD-LARGO TO PER-LARGO(WS-IDX-CAMPO)
018058         GO TO 2060-EXIT
018060     END-IF
018062     MOVE "S" TO WS-CAMPO-AUSENTE
018064     MOVE SPACES TO RPT-LINEA
018066     STRING "PERFIL " DELIMITED BY SIZE
018068         PER-SOCIO DELIMITED BY SIZE
018070         " " DELIMITED BY SIZE
018072         PER-FUENTE DELIMITED BY SIZE
018074         " CAMPO NO REGISTRADO: " DELIMITED BY SIZE
018076         PER-NOMBRE(WS-IDX-CAMPO) DELIMITED BY SIZE
018078         INTO RPT-LINEA
018080     END-STRING
018082     WRITE RPT-LINEA.
018084 2060-EXIT.
018086     EXIT.
018100*================================================================
018200 2100-LEER-PERFIL.
018300*================================================================
020000     IF FUE-REGISTRO(1:3) = "CAB" OR FUE-REGISTRO(1:3) = "TRL"
020100         GO TO 2200-EXIT
020200     END-IF
020210     IF FUE-REGISTRO(1:9) = "CLIENTE: "
020220         MOVE FUE-REGISTRO(10:8) TO WS-CLIENTE-BLOQUE
020230     END-IF
020300     PERFORM 2300-COMPONER-SALIDA THRU 2300-EXIT
020310     PERFORM 2350-REDACTAR-SALIDA THRU 2350-EXIT
020400     WRITE PAQ-REGISTRO
020500     ADD 1 TO WS-REGISTROS-SOCIO
020600     MOVE PAQ-REGISTRO(1:20) TO WS-CLAVE-CTL
023400         UNTIL WS-IDX-CAMPO > 4.
023500 2300-EXIT.
023600     EXIT.
023606*================================================================
023612 2350-REDACTAR-SALIDA.
023618*================================================================
023624*    SE TAPA LA LINEA YA COMPUESTA, TAL COMO VIAJA AL SOCIO.
023630     MOVE SPACES TO RED-STD-AREA
023636     IF WS-CLIENTE-BLOQUE NOT = SPACES
023642         MOVE WS-CLIENTE-BLOQUE TO RED-STD-CLIENTE
023648     ELSE
023654         MOVE PER-SOCIO TO RED-STD-CLIENTE
023660     END-IF
023666     MOVE 512 TO RED-STD-LARGO
023672     CALL "REDACTOR" USING RED-STD-AREA PAQ-REGISTRO
023678     ADD RED-STD-CUENTA TO WS-REDACCIONES-SOCIO.
023684 2350-EXIT.
023690     EXIT.
023700*================================================================
023800 2400-AGREGAR-CAMPO.
023900*================================================================
027600     MOVE PER-SOCIO TO LOG-SOCIO
027700     MOVE PER-FUENTE TO LOG-FUENTE
027800     MOVE WS-REGISTROS-SOCIO TO LOG-REGISTROS
027900     EVALUATE TRUE
027910         WHEN WS-CAMPO-AUSENTE = "S"
027920             MOVE "SIN CAMPO" TO LOG-ESTADO
027930         WHEN WS-FUE-STATUS = "00"
028000             MOVE "PRODUCIDO" TO LOG-ESTADO
028010         WHEN OTHER
028200             MOVE "FUENTE AUSENTE" TO LOG-ESTADO(1:12)
028210     END-EVALUATE
028400     WRITE LOG-REGISTRO.
028500 4000-EXIT.
028600     EXIT.
028605*================================================================
028610 4100-AUDITAR-REDACCION.
028615*================================================================
028620*    CLAVE: SOCIO Y FICHERO FUENTE DEL PAQUETE PRODUCIDO.
028625     MOVE SPACES TO AUD-STD-REGISTRO
028630     MOVE "DISTRIB" TO AUD-STD-PROGRAMA
028635     MOVE PER-SOCIO  TO AUD-STD-CLAVE(1:8)
028640     MOVE PER-FUENTE TO AUD-STD-CLAVE(10:12)
028645     MOVE "REDACCION" TO AUD-STD-DECISION
028650     MOVE WS-REDACCIONES-SOCIO TO WS-EDIT-REDACCIONES
028655     STRING "DATOS ENMASCARADOS:" DELIMITED BY SIZE
028660         WS-EDIT-REDACCIONES DELIMITED BY SIZE
028665         INTO AUD-STD-MOTIVO
028670     END-STRING
028675     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
028680 4100-EXIT.
028685     EXIT.
028700*================================================================
028800 9000-TERMINATE.
028900*================================================================
029300     MOVE "FUENTES AUSENTES"         TO RPT-RESUMEN-ETIQUETA
029400     MOVE WS-TOTAL-AUSENTES          TO RPT-RESUMEN-VALOR
029500     WRITE RPT-RESUMEN-REGISTRO
029510     MOVE "PERFILES SIN CAMPO REGISTRADO" TO RPT-RESUMEN-ETIQUETA
029520     MOVE WS-TOTAL-SIN-CAMPO         TO RPT-RESUMEN-VALOR
029530     WRITE RPT-RESUMEN-REGISTRO
029540     MOVE "DATOS ENMASCARADOS"       TO RPT-RESUMEN-ETIQUETA
029550     MOVE WS-TOTAL-REDACCIONES       TO RPT-RESUMEN-VALOR
029560     WRITE RPT-RESUMEN-REGISTRO
029600     IF WS-TOTAL-AUSENTES > 0 OR WS-TOTAL-SIN-CAMPO > 0
029700         MOVE 4 TO RETURN-CODE
029800     END-IF
029900     CLOSE DISTRIBUCION-LOG DISTRIBUCION-RPT.
