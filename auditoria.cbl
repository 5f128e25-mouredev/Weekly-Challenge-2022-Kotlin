001700*                    SUSTITUYE A LAS AUDITORIAS PARTICULARES DE
001800*                    CADA PROGRAMA PARA QUE CUMPLIMIENTO
001900*                    CONSULTE UN UNICO SITIO.
001910* 2026-10-15  MNT    CADENA A PRUEBA DE MANIPULACION: CADA LINEA
001920*                    LLEVA EL VALOR DE CADENA DE LA ANTERIOR Y EL
001930*                    SUYO (AUDCAD, CALCULADO POR AUDHASH SOBRE SU
001940*                    CONTENIDO Y EL ANTERIOR). EL ULTIMO VALOR SE
001950*                    TOMA DEL FICHERO EN LA PRIMERA LLAMADA DE LA
001960*                    EJECUCION Y SE GUARDA PARA LAS SIGUIENTES.
001962* 2026-10-15  MNT    EL ULTIMO VALOR DE CADENA SE RELEE DE
001964*                    AUDITDIA EN CADA LLAMADA, COMO CERROJO Y
001966*                    CHKPTSRV: CON VARIOS ESCRITORES A LA VEZ EL
001968*                    VALOR GUARDADO EN MEMORIA QUEDABA VIEJO Y
001970*                    ROMPIA LA CADENA. QUEDA LA VENTANA ENTRE
001972*                    LECTURA Y ESCRITURA; NO SE USA CERROJO PORQUE
001974*                    DENIEGA SIN ESPERA Y UNA ANOTACION NO SE
001976*                    PUEDE PERDER.
002000*----------------------------------------------------------------
002100* EL FICHERO SE ABRE EN EXTEND Y SE CIERRA EN CADA LLAMADA,
002200* IGUAL QUE HACIA LA AUDITORIA ORIGINAL DE ANAGRAMA, PARA QUE
003200 FILE            SECTION.
003300 FD  AUDITORIA-DIA
003400     RECORDING MODE IS F.
003500     COPY AUDCAD.
003600 WORKING-STORAGE SECTION.
003601*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
003602     COPY FECNEG.
003700 01  WS-AUD-STATUS           PIC X(02).
003800     88  WS-AUD-NO-EXISTE            VALUE "35".
003810     88  WS-AUD-FIN-FICHERO          VALUE "10".
003820*    VALOR DE CADENA DE LA ULTIMA LINEA ESCRITA EN AUDITDIA.
003830 01  WS-CADENA.
003860     05  WS-ULTIMO-ENCADENADO PIC 9(18) VALUE ZERO.
003900 LINKAGE SECTION.
004000     COPY AUDREG REPLACING LEADING ==AUD-STD== BY ==LK-AUD==.
004100 PROCEDURE       DIVISION USING LK-AUD-REGISTRO.
004800         INTO LK-AUD-FECHA-HORA
004900     END-STRING
004910     MOVE FEC-NEG-CORRIDA TO LK-AUD-CORRIDA
004920*    AUDITDIA LO ESCRIBEN VARIOS PROCESOS A LA VEZ (TROZOS DE
004930*    PALINDROMO, CONSULTAS EN PANTALLA, INTRADIA): EL ESLABON SE
004940*    RELEE DEL FICHERO EN CADA LLAMADA, JUSTO ANTES DE ANOTAR.
004950*    QUEDA LA VENTANA ENTRE ESTA LECTURA Y EL WRITE; SI OTRO
004960*    PROCESO ANOTA EN ELLA, VERIAUD LO SENALA COMO ROTURA.
004970     PERFORM 1000-CARGAR-CADENA THRU 1000-EXIT
005000     OPEN EXTEND AUDITORIA-DIA
005100     IF WS-AUD-NO-EXISTE
005200         OPEN OUTPUT AUDITORIA-DIA
005300     END-IF
005310     MOVE SPACES TO AUD-CAD-REGISTRO
005320     MOVE LK-AUD-REGISTRO TO AUD-CAD-DATOS
005330     MOVE WS-ULTIMO-ENCADENADO TO AUD-CAD-ANTERIOR
005340     CALL "AUDHASH" USING AUD-CAD-DATOS AUD-CAD-ANTERIOR
005350                          AUD-CAD-ENCADENADO
005360     WRITE AUD-CAD-REGISTRO
005500     CLOSE AUDITORIA-DIA
005600     GOBACK.
005601*================================================================
005602 1000-CARGAR-CADENA.
005603*================================================================
005604*    LA CADENA CONTINUA DESDE LA ULTIMA LINEA ENCADENADA DEL
005605*    FICHERO; SI NO HAY NINGUNA, EMPIEZA EN CERO.
005606     MOVE ZERO TO WS-ULTIMO-ENCADENADO
005607     OPEN INPUT AUDITORIA-DIA
005608     IF NOT WS-AUD-NO-EXISTE
005609         PERFORM 1100-LEER-LINEA THRU 1100-EXIT
005610             UNTIL WS-AUD-FIN-FICHERO
005611         CLOSE AUDITORIA-DIA
005612     END-IF.
005614 1000-EXIT.
005615     EXIT.
005616*================================================================
005618 1100-LEER-LINEA.
005620*================================================================
005622     READ AUDITORIA-DIA
005624         AT END
005632             MOVE "10" TO WS-AUD-STATUS
005640         NOT AT END
005648             IF AUD-CAD-ENCADENADO NUMERIC
005656                 MOVE AUD-CAD-ENCADENADO TO WS-ULTIMO-ENCADENADO
005664             END-IF
005672     END-READ.
005680 1100-EXIT.
005688     EXIT.
005700 END PROGRAM AUDITORIA.
