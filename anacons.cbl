000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ANACONS.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   REVISION DE CONFLICTOS DE NOMBRES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CONSULTA EN PANTALLA DEL
001300*                    REGISTRO DE GRUPOS DE ANAGRAMAS PARA LOS
001400*                    REVISORES DE CONFLICTOS DE NOMBRES: EL
001500*                    REVISOR TECLEA UNA PALABRA Y VE SU CLAVE
001600*                    CANONICA, EL IDENTIFICADOR ESTABLE DEL GRUPO
001700*                    (GRUPREG), SU ESTADO DE REVISION Y NUMERO DE
001800*                    MIEMBROS, LOS MIEMBROS VISTOS HASTA HOY
001900*                    (GRUPMIE) Y LOS VEREDICTOS DE LA CACHE
002000*                    ANAGRCAC EN LOS QUE APARECE LA PALABRA. CADA
002100*                    CONSULTA QUEDA ANOTADA EN AUDITDIA A TRAVES
002200*                    DEL MODULO AUDITORIA.
002300*----------------------------------------------------------------
002400* LA CLAVE SE CONSTRUYE CON LA MISMA NORMALIZACION QUE ANAGRUPO
002500* (ACENTOS Y MAYUSCULAS, LETRAS ORDENADAS) Y LA PALABRA
002600* NORMALIZADA ES LA QUE SE BUSCA EN LOS PARES DE LA CACHE.
002700*----------------------------------------------------------------
002800 ENVIRONMENT     DIVISION.
002900 INPUT-OUTPUT    SECTION.
003000 FILE-CONTROL.
003100     SELECT GRUPO-REG ASSIGN TO "GRUPREG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-REG-STATUS.
003400     SELECT GRUPO-MIE ASSIGN TO "GRUPMIE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-MIE-STATUS.
003700     SELECT ANAGRAMA-CAC ASSIGN TO "ANAGRCAC"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS CAC-CLAVE
004100         FILE STATUS IS WS-CAC-STATUS.
004200 DATA            DIVISION.
004300 FILE            SECTION.
004400 FD  GRUPO-REG
004500     RECORDING MODE IS F.
004600 01  REG-REGISTRO.
004700     05  REG-CLAVE           PIC X(100).
004800     05  REG-ID              PIC 9(06).
004900     05  REG-ESTADO          PIC X(10).
005000     05  REG-MIEMBROS        PIC 9(05).
005100     05  REG-HASH            PIC 9(18).
005200 FD  GRUPO-MIE
005300     RECORDING MODE IS F.
005400 01  MIE-REGISTRO.
005500     05  MIE-ID              PIC 9(06).
005600     05  MIE-CLAVE           PIC X(100).
005700     05  MIE-PALABRA         PIC X(100).
005800     05  MIE-PRIMERA-VEZ     PIC 9(08).
005900 FD  ANAGRAMA-CAC.
006000 01  CAC-REGISTRO.
006100     05  CAC-CLAVE.
006200         10  CAC-CADENA1     PIC X(100).
006300         10  CAC-CADENA4     PIC X(100).
006400     05  CAC-VEREDICTO       PIC X(17).
006500 WORKING-STORAGE SECTION.
006600 01  WS-REG-STATUS           PIC X(02).
006700     88  WS-REG-NO-EXISTE            VALUE "35".
006800     88  WS-REG-FIN-FICHERO          VALUE "10".
006900 01  WS-MIE-STATUS           PIC X(02).
007000     88  WS-MIE-NO-EXISTE            VALUE "35".
007100     88  WS-MIE-FIN-FICHERO          VALUE "10".
007200 01  WS-CAC-STATUS           PIC X(02).
007300     88  WS-CAC-FIN-FICHERO          VALUE "10".
007400 01  WS-SWITCHES.
007500     05  WS-FIN-CONSULTA     PIC X(01) VALUE "N".
007600         88  FIN-CONSULTA            VALUE "S".
007700     05  WS-GRUPO-HALLADO    PIC X(01) VALUE "N".
007800         88  GRUPO-HALLADO           VALUE "S".
007900*    AUDITORIA UNICA DEL DIA (MODULO AUDITORIA).
008000     COPY AUDREG.
008100 01  WS-REVISOR              PIC X(08) VALUE SPACES.
008200 01  WS-PALABRA-CONSULTA     PIC X(60) VALUE SPACES.
008300 01  WS-ACCION               PIC X(01) VALUE SPACE.
008400 01  WS-MENSAJE              PIC X(60) VALUE SPACES.
008500 01  WS-PALABRA              PIC X(100).
008600 01  WS-CLAVE                PIC X(100).
008700 01  WS-VISTA-CLAVE          PIC X(60).
008800 01  WS-IDX                  PIC 9(03) COMP VALUE ZERO.
008900 01  WS-IDX-ALFA             PIC 9(02) COMP VALUE ZERO.
009000 01  WS-IDX-SALIDA           PIC 9(03) COMP VALUE ZERO.
009100 01  WS-CARACTER             PIC X(01).
009200*----------------------------------------------------------------
009300* CLAVE CANONICA POR RECUENTO, COMO EN ANAGRUPO.
009400*----------------------------------------------------------------
009500 01  WS-ALFABETO             PIC X(36)
009600     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
009700 01  WS-TABLA-RECUENTO.
009800     05  WS-RECUENTO         OCCURS 36 TIMES
009900                             PIC 9(03) COMP.
010000*----------------------------------------------------------------
010100* DATOS DEL GRUPO HALLADO EN GRUPREG.
010200*----------------------------------------------------------------
010300 01  WS-EDIT-ID              PIC Z(5)9.
010310 01  WS-VISTA-ID REDEFINES WS-EDIT-ID PIC X(06).
010400 01  WS-ESTADO-GRUPO         PIC X(10).
010500 01  WS-EDIT-MIEMBROS        PIC Z(4)9.
010510 01  WS-VISTA-NUM-MIEMBROS REDEFINES WS-EDIT-MIEMBROS
010520                             PIC X(05).
010600*----------------------------------------------------------------
010700* VISTAS DE PANTALLA: DIEZ MIEMBROS Y CUATRO VEREDICTOS; EL
010800* RESTO SOLO SE CUENTA Y SE AVISA EN LA LINEA DE MENSAJE.
010900*----------------------------------------------------------------
011000 01  WS-VISTA-MIEMBROS.
011100     05  WS-VM-01            PIC X(60).
011200     05  WS-VM-02            PIC X(60).
011300     05  WS-VM-03            PIC X(60).
011400     05  WS-VM-04            PIC X(60).
011500     05  WS-VM-05            PIC X(60).
011600     05  WS-VM-06            PIC X(60).
011700     05  WS-VM-07            PIC X(60).
011800     05  WS-VM-08            PIC X(60).
011900     05  WS-VM-09            PIC X(60).
012000     05  WS-VM-10            PIC X(60).
012100 01  WS-TABLA-VM REDEFINES WS-VISTA-MIEMBROS.
012200     05  WS-VM               OCCURS 10 TIMES PIC X(60).
012300 01  WS-VISTA-VEREDICTOS.
012400     05  WS-VV-01            PIC X(70).
012500     05  WS-VV-02            PIC X(70).
012600     05  WS-VV-03            PIC X(70).
012700     05  WS-VV-04            PIC X(70).
012800 01  WS-TABLA-VV REDEFINES WS-VISTA-VEREDICTOS.
012900     05  WS-VV               OCCURS 4 TIMES PIC X(70).
013000 01  WS-OTRA-PALABRA         PIC X(100).
013100 01  WS-CONTADORES.
013200     05  WS-NUM-MIEMBROS     PIC 9(05) VALUE ZERO.
013300     05  WS-NUM-VEREDICTOS   PIC 9(05) VALUE ZERO.
013400     05  WS-EDIT-CUENTA      PIC Z(4)9.
013500     05  WS-TOTAL-CONSULTAS  PIC 9(05) VALUE ZERO.
013600 SCREEN          SECTION.
013700 01  PANTALLA-PALABRA.
013800     05  BLANK SCREEN.
013900     05  LINE 2 COLUMN 5
014000         VALUE "CONSULTA DE GRUPOS DE ANAGRAMAS".
014100     05  LINE 4 COLUMN 5 VALUE "REVISOR:".
014200     05  LINE 4 COLUMN 16 PIC X(08) USING WS-REVISOR.
014300     05  LINE 6 COLUMN 5 VALUE "PALABRA (BLANCO=FIN):".
014400     05  LINE 7 COLUMN 5 PIC X(60) USING WS-PALABRA-CONSULTA.
014500 01  PANTALLA-RESULTADO.
014600     05  BLANK SCREEN.
014700     05  LINE 2 COLUMN 5
014800         VALUE "CONSULTA DE GRUPOS DE ANAGRAMAS".
014900     05  LINE 3 COLUMN 5 VALUE "PALABRA:".
015000     05  LINE 3 COLUMN 16 PIC X(60) FROM WS-PALABRA-CONSULTA.
015100     05  LINE 4 COLUMN 5 VALUE "CLAVE:".
015200     05  LINE 4 COLUMN 16 PIC X(60) FROM WS-VISTA-CLAVE.
015300     05  LINE 5 COLUMN 5 VALUE "GRUPO:".
015400     05  LINE 5 COLUMN 16 PIC X(06) FROM WS-EDIT-ID.
015500     05  LINE 5 COLUMN 25 VALUE "ESTADO:".
015600     05  LINE 5 COLUMN 33 PIC X(10) FROM WS-ESTADO-GRUPO.
015700     05  LINE 5 COLUMN 46 VALUE "MIEMBROS:".
015800     05  LINE 5 COLUMN 56 PIC X(05) FROM WS-EDIT-MIEMBROS.
015900     05  LINE 7 COLUMN 5 VALUE "MIEMBROS VISTOS (DESDE):".
016000     05  LINE 8 COLUMN 7 PIC X(60) FROM WS-VM-01.
016100     05  LINE 9 COLUMN 7 PIC X(60) FROM WS-VM-02.
016200     05  LINE 10 COLUMN 7 PIC X(60) FROM WS-VM-03.
016300     05  LINE 11 COLUMN 7 PIC X(60) FROM WS-VM-04.
016400     05  LINE 12 COLUMN 7 PIC X(60) FROM WS-VM-05.
016500     05  LINE 13 COLUMN 7 PIC X(60) FROM WS-VM-06.
016600     05  LINE 14 COLUMN 7 PIC X(60) FROM WS-VM-07.
016700     05  LINE 15 COLUMN 7 PIC X(60) FROM WS-VM-08.
016800     05  LINE 16 COLUMN 7 PIC X(60) FROM WS-VM-09.
016900     05  LINE 17 COLUMN 7 PIC X(60) FROM WS-VM-10.
017000     05  LINE 18 COLUMN 5 VALUE "VEREDICTOS EN CACHE:".
017100     05  LINE 19 COLUMN 7 PIC X(70) FROM WS-VV-01.
017200     05  LINE 20 COLUMN 7 PIC X(70) FROM WS-VV-02.
017300     05  LINE 21 COLUMN 7 PIC X(70) FROM WS-VV-03.
017400     05  LINE 22 COLUMN 7 PIC X(70) FROM WS-VV-04.
017500     05  LINE 23 COLUMN 5
017600         VALUE "ACCION (C=OTRA CONSULTA F=FIN):".
017700     05  LINE 23 COLUMN 38 PIC X(01) USING WS-ACCION.
017800     05  LINE 24 COLUMN 5 PIC X(60) FROM WS-MENSAJE.
017900 PROCEDURE       DIVISION.
018000*================================================================
018100 0000-MAINLINE.
018200*================================================================
018300     PERFORM 2000-ATENDER-CONSULTA THRU 2000-EXIT
018400         UNTIL FIN-CONSULTA
018500     DISPLAY "ANACONS: CONSULTAS " WS-TOTAL-CONSULTAS
018600     GOBACK.
018700*================================================================
018800 2000-ATENDER-CONSULTA.
018900*================================================================
019000     MOVE SPACES TO WS-PALABRA-CONSULTA
019100     ACCEPT PANTALLA-PALABRA
019200     IF WS-PALABRA-CONSULTA = SPACES
019300         SET FIN-CONSULTA TO TRUE
019400         GO TO 2000-EXIT
019500     END-IF
019600     ADD 1 TO WS-TOTAL-CONSULTAS
019700     MOVE SPACES TO WS-MENSAJE
019800     PERFORM 2100-NORMALIZAR-PALABRA THRU 2100-EXIT
019900     PERFORM 3000-BUSCAR-GRUPO THRU 3000-EXIT
020000     PERFORM 4000-LISTAR-MIEMBROS THRU 4000-EXIT
020100     PERFORM 5000-BUSCAR-VEREDICTOS THRU 5000-EXIT
020200     PERFORM 6000-AUDITAR-CONSULTA THRU 6000-EXIT
020300     MOVE SPACE TO WS-ACCION
020400     PERFORM 7000-DIALOGAR THRU 7000-EXIT
020500         UNTIL WS-ACCION = "C" OR WS-ACCION = "F".
020600 2000-EXIT.
020700     EXIT.
020800*================================================================
020900 2100-NORMALIZAR-PALABRA.
021000*================================================================
021100*    ACENTOS Y MAYUSCULAS COMO ANAGRUPO Y ANAGRAMA, Y CLAVE
021200*    CANONICA CON LAS LETRAS EN ORDEN ALFABETICO.
021300     MOVE WS-PALABRA-CONSULTA TO WS-PALABRA
021400     INSPECT WS-PALABRA CONVERTING
021500         X"E1E9EDF3FAC1C9CDD3DA" TO "AEIOUAEIOU"
021600     INSPECT WS-PALABRA CONVERTING
021700         X"F1D1FCDCE7C7E4C4F6D6DF" TO "NNUUCCAAOOS"
021800     MOVE FUNCTION UPPER-CASE(WS-PALABRA) TO WS-PALABRA
021900     PERFORM 2110-LIMPIAR-RECUENTO THRU 2110-EXIT
022000         VARYING WS-IDX-ALFA FROM 1 BY 1
022100         UNTIL WS-IDX-ALFA > 36
022200     PERFORM 2120-CONTAR-CARACTER THRU 2120-EXIT
022300         VARYING WS-IDX FROM 1 BY 1
022400         UNTIL WS-IDX > 100
022500     MOVE SPACES TO WS-CLAVE
022600     MOVE 0 TO WS-IDX-SALIDA
022700     PERFORM 2140-VOLCAR-LETRA THRU 2140-EXIT
022800         VARYING WS-IDX-ALFA FROM 1 BY 1
022900         UNTIL WS-IDX-ALFA > 36
023000     MOVE WS-CLAVE TO WS-VISTA-CLAVE.
023100 2100-EXIT.
023200     EXIT.
023300*================================================================
023400 2110-LIMPIAR-RECUENTO.
023500*================================================================
023600     MOVE 0 TO WS-RECUENTO(WS-IDX-ALFA).
023700 2110-EXIT.
023800     EXIT.
023900*================================================================
024000 2120-CONTAR-CARACTER.
024100*================================================================
024200     MOVE WS-PALABRA(WS-IDX:1) TO WS-CARACTER
024300     IF WS-CARACTER = SPACE
024400         GO TO 2120-EXIT
024500     END-IF
024600     PERFORM 2130-COMPARAR-LETRA THRU 2130-EXIT
024700         VARYING WS-IDX-ALFA FROM 1 BY 1
024800         UNTIL WS-IDX-ALFA > 36
024900            OR WS-ALFABETO(WS-IDX-ALFA:1) = WS-CARACTER
025000     IF WS-IDX-ALFA NOT > 36
025100         ADD 1 TO WS-RECUENTO(WS-IDX-ALFA)
025200     END-IF.
025300 2120-EXIT.
025400     EXIT.
025500*================================================================
025600 2130-COMPARAR-LETRA.
025700*================================================================
025800*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
025900     CONTINUE.
026000 2130-EXIT.
026100     EXIT.
026200*================================================================
026300 2140-VOLCAR-LETRA.
026400*================================================================
026500     PERFORM 2150-ESCRIBIR-LETRA THRU 2150-EXIT
026600         WS-RECUENTO(WS-IDX-ALFA) TIMES.
026700 2140-EXIT.
026800     EXIT.
026900*================================================================
027000 2150-ESCRIBIR-LETRA.
027100*================================================================
027200     ADD 1 TO WS-IDX-SALIDA
027300     MOVE WS-ALFABETO(WS-IDX-ALFA:1) TO WS-CLAVE(WS-IDX-SALIDA:1).
027400 2150-EXIT.
027500     EXIT.
027600*================================================================
027700 3000-BUSCAR-GRUPO.
027800*================================================================
027900*    UNA PALABRA QUE NUNCA HA COMPARTIDO CLAVE CON OTRA NO TIENE
028000*    GRUPO: SE DICE ASI EN LUGAR DE DEJAR LA FICHA EN BLANCO.
028100     MOVE "N" TO WS-GRUPO-HALLADO
028200     MOVE SPACES TO WS-VISTA-ID WS-VISTA-NUM-MIEMBROS
028300     MOVE "SIN GRUPO" TO WS-ESTADO-GRUPO
028400     OPEN INPUT GRUPO-REG
028500     IF WS-REG-NO-EXISTE
028600         MOVE "SIN REGISTRO DE GRUPOS GRUPREG" TO WS-MENSAJE
028700         GO TO 3000-EXIT
028800     END-IF
028900     PERFORM 3100-LEER-GRUPO THRU 3100-EXIT
029000     PERFORM 3200-COMPARAR-GRUPO THRU 3200-EXIT
029100         UNTIL WS-REG-FIN-FICHERO OR GRUPO-HALLADO
029200     CLOSE GRUPO-REG.
029300 3000-EXIT.
029400     EXIT.
029500*================================================================
029600 3100-LEER-GRUPO.
029700*================================================================
029800     READ GRUPO-REG
029900         AT END
030000             MOVE "10" TO WS-REG-STATUS
030100     END-READ.
030200 3100-EXIT.
030300     EXIT.
030400*================================================================
030500 3200-COMPARAR-GRUPO.
030600*================================================================
030700     IF REG-CLAVE = WS-CLAVE
030800         SET GRUPO-HALLADO TO TRUE
030900         MOVE REG-ID TO WS-EDIT-ID
031000         MOVE REG-ESTADO TO WS-ESTADO-GRUPO
031100         MOVE REG-MIEMBROS TO WS-EDIT-MIEMBROS
031200     ELSE
031300         PERFORM 3100-LEER-GRUPO THRU 3100-EXIT
031400     END-IF.
031500 3200-EXIT.
031600     EXIT.
031700*================================================================
031800 4000-LISTAR-MIEMBROS.
031900*================================================================
032000     MOVE SPACES TO WS-VISTA-MIEMBROS
032100     MOVE 0 TO WS-NUM-MIEMBROS
032200     OPEN INPUT GRUPO-MIE
032300     IF WS-MIE-NO-EXISTE
032400         GO TO 4000-EXIT
032500     END-IF
032600     PERFORM 4100-LEER-MIEMBRO THRU 4100-EXIT
032700     PERFORM 4200-ANOTAR-MIEMBRO THRU 4200-EXIT
032800         UNTIL WS-MIE-FIN-FICHERO
032900     CLOSE GRUPO-MIE
033000     IF WS-NUM-MIEMBROS > 10
033100         COMPUTE WS-EDIT-CUENTA = WS-NUM-MIEMBROS - 10
033200         MOVE SPACES TO WS-MENSAJE
033300         STRING "Y" WS-EDIT-CUENTA " MIEMBROS MAS EN GRUPMIE"
033400             DELIMITED BY SIZE
033500             INTO WS-MENSAJE
033600         END-STRING
033700     END-IF.
033800 4000-EXIT.
033900     EXIT.
034000*================================================================
034100 4100-LEER-MIEMBRO.
034200*================================================================
034300     READ GRUPO-MIE
034400         AT END
034500             MOVE "10" TO WS-MIE-STATUS
034600     END-READ.
034700 4100-EXIT.
034800     EXIT.
034900*================================================================
035000 4200-ANOTAR-MIEMBRO.
035100*================================================================
035200     IF MIE-CLAVE NOT = WS-CLAVE
035300         GO TO 4200-LEER
035400     END-IF
035500     ADD 1 TO WS-NUM-MIEMBROS
035600     IF WS-NUM-MIEMBROS > 10
035700         GO TO 4200-LEER
035800     END-IF
035900     STRING MIE-PRIMERA-VEZ DELIMITED BY SIZE
036000         "  " DELIMITED BY SIZE
036100         MIE-PALABRA DELIMITED BY SIZE
036200         INTO WS-VM(WS-NUM-MIEMBROS)
036300     END-STRING.
036400 4200-LEER.
036500     PERFORM 4100-LEER-MIEMBRO THRU 4100-EXIT.
036600 4200-EXIT.
036700     EXIT.
036800*================================================================
036900 5000-BUSCAR-VEREDICTOS.
037000*================================================================
037100*    LA CACHE SE RECORRE ENTERA: LA PALABRA PUEDE SER LA PRIMERA
037200*    O LA SEGUNDA CADENA DEL PAR.
037300     MOVE SPACES TO WS-VISTA-VEREDICTOS
037400     MOVE 0 TO WS-NUM-VEREDICTOS
037500     OPEN INPUT ANAGRAMA-CAC
037600     IF WS-CAC-STATUS NOT = "00"
037700         GO TO 5000-EXIT
037800     END-IF
037900     PERFORM 5100-LEER-CACHE THRU 5100-EXIT
038000     PERFORM 5200-ANOTAR-VEREDICTO THRU 5200-EXIT
038100         UNTIL WS-CAC-FIN-FICHERO
038200     CLOSE ANAGRAMA-CAC
038300     IF WS-NUM-VEREDICTOS > 4 AND WS-MENSAJE = SPACES
038400         COMPUTE WS-EDIT-CUENTA = WS-NUM-VEREDICTOS - 4
038500         STRING "Y" WS-EDIT-CUENTA " VEREDICTOS MAS EN ANAGRCAC"
038600             DELIMITED BY SIZE
038700             INTO WS-MENSAJE
038800         END-STRING
038900     END-IF.
039000 5000-EXIT.
039100     EXIT.
039200*================================================================
039300 5100-LEER-CACHE.
039400*================================================================
039500     READ ANAGRAMA-CAC NEXT RECORD
039600         AT END
039700             MOVE "10" TO WS-CAC-STATUS
039800     END-READ.
039900 5100-EXIT.
040000     EXIT.
040100*================================================================
040200 5200-ANOTAR-VEREDICTO.
040300*================================================================
040400     EVALUATE TRUE
040500         WHEN CAC-CADENA1 = WS-PALABRA
040600             MOVE CAC-CADENA4 TO WS-OTRA-PALABRA
040700         WHEN CAC-CADENA4 = WS-PALABRA
040800             MOVE CAC-CADENA1 TO WS-OTRA-PALABRA
040900         WHEN OTHER
041000             GO TO 5200-LEER
041100     END-EVALUATE
041200     ADD 1 TO WS-NUM-VEREDICTOS
041300     IF WS-NUM-VEREDICTOS > 4
041400         GO TO 5200-LEER
041500     END-IF
041600     STRING CAC-VEREDICTO DELIMITED BY SIZE
041700         "  CON " DELIMITED BY SIZE
041800         WS-OTRA-PALABRA DELIMITED BY SIZE
041900         INTO WS-VV(WS-NUM-VEREDICTOS)
042000     END-STRING.
042100 5200-LEER.
042200     PERFORM 5100-LEER-CACHE THRU 5100-EXIT.
042300 5200-EXIT.
042400     EXIT.
042500*================================================================
042600 6000-AUDITAR-CONSULTA.
042700*================================================================
042800*    QUIEN CONSULTO QUE PALABRA Y QUE GRUPO SE LE ENSENO.
042900     MOVE SPACES TO AUD-STD-REGISTRO
043000     MOVE "ANACONS" TO AUD-STD-PROGRAMA
043100     MOVE WS-PALABRA-CONSULTA TO AUD-STD-CLAVE
043200     MOVE "CONSULTA GRUPO" TO AUD-STD-DECISION
043300     IF GRUPO-HALLADO
043400         STRING "REVISOR " WS-REVISOR " GRUPO " WS-EDIT-ID
043500             " " WS-ESTADO-GRUPO
043600             DELIMITED BY SIZE
043700             INTO AUD-STD-MOTIVO
043800         END-STRING
043900     ELSE
044000         STRING "REVISOR " WS-REVISOR " SIN GRUPO"
044100             DELIMITED BY SIZE
044200             INTO AUD-STD-MOTIVO
044300         END-STRING
044400     END-IF
044500     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
044600 6000-EXIT.
044700     EXIT.
044800*================================================================
044900 7000-DIALOGAR.
045000*================================================================
045100     ACCEPT PANTALLA-RESULTADO
045200     EVALUATE WS-ACCION
045300         WHEN "C"
045400             CONTINUE
045500         WHEN "F"
045600             SET FIN-CONSULTA TO TRUE
045700         WHEN OTHER
045800             MOVE "ACCION NO RECONOCIDA" TO WS-MENSAJE
045900             MOVE SPACE TO WS-ACCION
046000     END-EVALUATE.
046100 7000-EXIT.
046200     EXIT.
046300 END PROGRAM ANACONS.
