002850* 2026-09-02  MNT    LAS REGLAS CON LARGO > 40 (EL ANCHO DEL
002860*                    CAMPO DE TRABAJO) SE DESCARTAN CON AVISO EN
002870*                    EL INFORME EN VEZ DE RECORTARSE EN SILENCIO.
002873* 2026-10-15  MNT    CAMPOS POR NOMBRE: UNA REGLA CON NOMBRE DE
002876*                    CAMPO (REG-CAMPO, AL FINAL DE LA TARJETA)
002879*                    TOMA POSICION Y LONGITUD DEL MAESTRO DE
002882*                    TRAZADOS TRZMAST (MODULO TRAZADO) Y NO DE LA
002885*                    TARJETA. SI EL CAMPO NO ESTA REGISTRADO LA
002888*                    REGLA SE DESCARTA CON AVISO (RC 4). LAS
002891*                    REGLAS SIN NOMBRE SIGUEN SIENDO POSICIONALES.
002900*----------------------------------------------------------------
003000 ENVIRONMENT     DIVISION.
003100 INPUT-OUTPUT    SECTION.
005700         10  REG-MINIMO      PIC 9(09).
005800         10  REG-MAXIMO      PIC 9(09).
005900         10  FILLER          PIC X(22).
005910     05  REG-CAMPO           PIC X(10).
006000 FD  ENTREGA-ACTUAL
006100     RECORDING MODE IS F.
006200 01  ENT-REGISTRO            PIC X(8200).
007500 WORKING-STORAGE SECTION.
007600*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
007700     COPY FECNEG.
007710*    AREA DE LLAMADA AL MODULO DE CAMPOS POR NOMBRE (TRAZADO).
007720     COPY TRZSTD.
007800 01  WS-REG-STATUS           PIC X(02).
007900     88  WS-REG-NO-EXISTE            VALUE "35".
008000     88  WS-REG-FIN-FICHERO          VALUE "10".
011900     05  WS-TOTAL-FICHEROS   PIC 9(02) COMP VALUE ZERO.
012000     05  WS-TOTAL-AUSENTES   PIC 9(02) COMP VALUE ZERO.
012100     05  WS-TOTAL-RECHAZOS   PIC 9(08) COMP VALUE ZERO.
012110     05  WS-TOTAL-SIN-CAMPO  PIC 9(03) COMP VALUE ZERO.
012200 PROCEDURE       DIVISION.
012300*================================================================
012400 0000-MAINLINE.
016000*================================================================
016100 1200-ANOTAR-REGLA.
016200*================================================================
016201*    UNA REGLA QUE NOMBRA SU CAMPO LO RESUELVE EN TRZMAST; SIN
016202*    CAMPO REGISTRADO NO HAY POSICION FIABLE Y SE DESCARTA.
016203     IF REG-CAMPO NOT = SPACES
016204         PERFORM 1250-RESOLVER-CAMPO THRU 1250-EXIT
016205         IF NOT TRZ-STD-HALLADO
016206             ADD 1 TO WS-TOTAL-SIN-CAMPO
016207             MOVE SPACES TO RPT-LINEA
016208             IF TRZ-STD-SIN-MAESTRO
016209                 STRING "REGLA DESCARTADA, SIN TRZMAST: "
016210                     DELIMITED BY SIZE
016211                     REG-FICHERO DELIMITED BY SIZE
016212                     " " DELIMITED BY SIZE
016213                     REG-CAMPO DELIMITED BY SIZE
016214                     INTO RPT-LINEA
016215                 END-STRING
016216             ELSE
016217                 STRING "REGLA DESCARTADA, CAMPO NO REGISTRADO: "
016218                     DELIMITED BY SIZE
016219                     REG-FICHERO DELIMITED BY SIZE
016220                     " " DELIMITED BY SIZE
016221                     REG-CAMPO DELIMITED BY SIZE
016222                     INTO RPT-LINEA
016223                 END-STRING
016224             END-IF
016225             WRITE RPT-LINEA
016226             GO TO 1200-SIGUIENTE
016227         END-IF
016228     END-IF
016230*    EL CAMPO DE TRABAJO ES X(40): UNA REGLA CON LARGO MAYOR
016232*    RECORTARIA EL CAMPO EN SILENCIO Y LUEGO REFERENCIARIA MAS
016234*    ALLA DEL AREA, ASI QUE SE DESCARTA CON AVISO.
016240     IF REG-LARGO > 40
016250         MOVE SPACES TO RPT-LINEA
016260         STRING "REGLA DESCARTADA, LARGO > 40: "
018300     PERFORM 1100-LEER-REGLA THRU 1100-EXIT.
018400 1200-EXIT.
018500     EXIT.
018507*================================================================
018514 1250-RESOLVER-CAMPO.
018521*================================================================
018528     MOVE SPACES      TO TRZ-STD-AREA
018535     MOVE REG-FICHERO TO TRZ-STD-FICHERO
018542     MOVE REG-CAMPO   TO TRZ-STD-CAMPO
018549     CALL "TRAZADO" USING TRZ-STD-AREA
018556     IF TRZ-STD-HALLADO
018563         MOVE TRZ-STD-POS   TO REG-POS
018570         MOVE TRZ-STD-LARGO TO REG-LARGO
018577     END-IF.
018584 1250-EXIT.
018591     EXIT.
018600*================================================================
018700 1300-ANOTAR-FICHERO.
018800*================================================================
035600     MOVE "RECHAZOS TOTALES"         TO RPT-RESUMEN-ETIQUETA
035700     MOVE WS-TOTAL-RECHAZOS          TO RPT-RESUMEN-VALOR
035800     WRITE RPT-RESUMEN-REGISTRO
035810     MOVE "REGLAS SIN CAMPO REGISTRADO" TO RPT-RESUMEN-ETIQUETA
035820     MOVE WS-TOTAL-SIN-CAMPO         TO RPT-RESUMEN-VALOR
035830     WRITE RPT-RESUMEN-REGISTRO
035840     IF WS-TOTAL-SIN-CAMPO > 0 AND RETURN-CODE < 4
035850         MOVE 4 TO RETURN-CODE
035860     END-IF
035900     CLOSE PREVALID-REJ PREVALID-RPT.
036000 9000-EXIT.
036100     EXIT.
