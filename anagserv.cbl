000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ANAGSERV.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   REVISION DE CONFLICTOS DE NOMBRES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SERVICIO LLAMABLE DE
001300*                    CONSULTA DEL REGISTRO DE GRUPOS DE ANAGRAMAS
001400*                    (GRUPREG): DADA UNA PALABRA (AREA ANGSTD)
001500*                    DEVUELVE SU CLAVE CANONICA Y, SI LA TIENE, EL
001600*                    GRUPO CON SU IDENTIFICADOR ESTABLE, ESTADO DE
001700*                    REVISION Y NUMERO DE MIEMBROS. ES LA FICHA DE
001800*                    GRUPO DE LA CONSULTA EN PANTALLA ANACONS,
001900*                    SERVIDA A OTROS PROGRAMAS.
002000*----------------------------------------------------------------
002100* LA CLAVE SE CONSTRUYE CON LA MISMA NORMALIZACION QUE ANAGRUPO
002200* Y ANACONS (ACENTOS Y MAYUSCULAS, LETRAS ORDENADAS). GRUPREG SE
002300* RECORRE EN CADA LLAMADA, COMO EN ANACONS, PARA SERVIR SIEMPRE
002400* EL REGISTRO VIGENTE.
002500*----------------------------------------------------------------
002600 ENVIRONMENT     DIVISION.
002700 INPUT-OUTPUT    SECTION.
002800 FILE-CONTROL.
002900     SELECT GRUPO-REG ASSIGN TO "GRUPREG"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-REG-STATUS.
003200 DATA            DIVISION.
003300 FILE            SECTION.
003400 FD  GRUPO-REG
003500     RECORDING MODE IS F.
003600 01  REG-REGISTRO.
003700     05  REG-CLAVE           PIC X(100).
003800     05  REG-ID              PIC 9(06).
003900     05  REG-ESTADO          PIC X(10).
004000     05  REG-MIEMBROS        PIC 9(05).
004100     05  REG-HASH            PIC 9(18).
004200 WORKING-STORAGE SECTION.
004300 01  WS-REG-STATUS           PIC X(02).
004400     88  WS-REG-NO-EXISTE            VALUE "35".
004500     88  WS-REG-FIN-FICHERO          VALUE "10".
004600 01  WS-PALABRA              PIC X(100).
004700 01  WS-CLAVE                PIC X(100).
004800 01  WS-IDX                  PIC 9(03) COMP VALUE ZERO.
004900 01  WS-IDX-ALFA             PIC 9(02) COMP VALUE ZERO.
005000 01  WS-IDX-SALIDA           PIC 9(03) COMP VALUE ZERO.
005100 01  WS-CARACTER             PIC X(01).
005200*----------------------------------------------------------------
005300* CLAVE CANONICA POR RECUENTO, COMO EN ANAGRUPO.
005400*----------------------------------------------------------------
005500 01  WS-ALFABETO             PIC X(36)
005600     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
005700 01  WS-TABLA-RECUENTO.
005800     05  WS-RECUENTO         OCCURS 36 TIMES
005900                             PIC 9(03) COMP.
006000 LINKAGE SECTION.
006100     COPY ANGSTD.
006200 PROCEDURE       DIVISION USING ANG-STD-AREA.
006300*================================================================
006400 0000-PRINCIPAL.
006500*================================================================
006600     MOVE SPACES TO ANG-STD-CLAVE ANG-STD-ESTADO
006700     MOVE 0 TO ANG-STD-ID ANG-STD-MIEMBROS
006800     IF ANG-STD-PALABRA = SPACES
006900         MOVE "E" TO ANG-STD-RESPUESTA
007000         GOBACK
007100     END-IF
007200     PERFORM 2100-NORMALIZAR-PALABRA THRU 2100-EXIT
007300     MOVE WS-CLAVE TO ANG-STD-CLAVE
007400     PERFORM 3000-BUSCAR-GRUPO THRU 3000-EXIT
007500     GOBACK.
007600*================================================================
007700 2100-NORMALIZAR-PALABRA.
007800*================================================================
007900*    ACENTOS Y MAYUSCULAS COMO ANAGRUPO Y ANACONS, Y CLAVE
008000*    CANONICA CON LAS LETRAS EN ORDEN ALFABETICO.
008100     MOVE ANG-STD-PALABRA TO WS-PALABRA
008200     INSPECT WS-PALABRA CONVERTING
008300         X"E1E9EDF3FAC1C9CDD3DA" TO "AEIOUAEIOU"
008400     INSPECT WS-PALABRA CONVERTING
008500         X"F1D1FCDCE7C7E4C4F6D6DF" TO "NNUUCCAAOOS"
008600     MOVE FUNCTION UPPER-CASE(WS-PALABRA) TO WS-PALABRA
008700     PERFORM 2110-LIMPIAR-RECUENTO THRU 2110-EXIT
008800         VARYING WS-IDX-ALFA FROM 1 BY 1
008900         UNTIL WS-IDX-ALFA > 36
009000     PERFORM 2120-CONTAR-CARACTER THRU 2120-EXIT
009100         VARYING WS-IDX FROM 1 BY 1
009200         UNTIL WS-IDX > 100
009300     MOVE SPACES TO WS-CLAVE
009400     MOVE 0 TO WS-IDX-SALIDA
009500     PERFORM 2140-VOLCAR-LETRA THRU 2140-EXIT
009600         VARYING WS-IDX-ALFA FROM 1 BY 1
009700         UNTIL WS-IDX-ALFA > 36.
009800 2100-EXIT.
009900     EXIT.
010000*================================================================
010100 2110-LIMPIAR-RECUENTO.
010200*================================================================
010300     MOVE 0 TO WS-RECUENTO(WS-IDX-ALFA).
010400 2110-EXIT.
010500     EXIT.
010600*================================================================
010700 2120-CONTAR-CARACTER.
010800*================================================================
010900     MOVE WS-PALABRA(WS-IDX:1) TO WS-CARACTER
011000     IF WS-CARACTER = SPACE
011100         GO TO 2120-EXIT
011200     END-IF
011300     PERFORM 2130-COMPARAR-LETRA THRU 2130-EXIT
011400         VARYING WS-IDX-ALFA FROM 1 BY 1
011500         UNTIL WS-IDX-ALFA > 36
011600            OR WS-ALFABETO(WS-IDX-ALFA:1) = WS-CARACTER
011700     IF WS-IDX-ALFA NOT > 36
011800         ADD 1 TO WS-RECUENTO(WS-IDX-ALFA)
011900     END-IF.
012000 2120-EXIT.
012100     EXIT.
012200*================================================================
012300 2130-COMPARAR-LETRA.
012400*================================================================
012500*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
012600     CONTINUE.
012700 2130-EXIT.
012800     EXIT.
012900*================================================================
013000 2140-VOLCAR-LETRA.
013100*================================================================
013200     PERFORM 2150-ESCRIBIR-LETRA THRU 2150-EXIT
013300         WS-RECUENTO(WS-IDX-ALFA) TIMES.
013400 2140-EXIT.
013500     EXIT.
013600*================================================================
013700 2150-ESCRIBIR-LETRA.
013800*================================================================
013900     ADD 1 TO WS-IDX-SALIDA
014000     MOVE WS-ALFABETO(WS-IDX-ALFA:1) TO WS-CLAVE(WS-IDX-SALIDA:1).
014100 2150-EXIT.
014200     EXIT.
014300*================================================================
014400 3000-BUSCAR-GRUPO.
014500*================================================================
014600     MOVE "N" TO ANG-STD-RESPUESTA
014700     OPEN INPUT GRUPO-REG
014800     IF WS-REG-NO-EXISTE
014900         MOVE "X" TO ANG-STD-RESPUESTA
015000         GO TO 3000-EXIT
015100     END-IF
015200     PERFORM 3100-LEER-GRUPO THRU 3100-EXIT
015300     PERFORM 3200-COMPARAR-GRUPO THRU 3200-EXIT
015400         UNTIL WS-REG-FIN-FICHERO OR ANG-STD-HALLADO
015500     CLOSE GRUPO-REG.
015600 3000-EXIT.
015700     EXIT.
015800*================================================================
015900 3100-LEER-GRUPO.
016000*================================================================
016100     READ GRUPO-REG
016200         AT END
016300             MOVE "10" TO WS-REG-STATUS
016400     END-READ.
016500 3100-EXIT.
016600     EXIT.
016700*================================================================
016800 3200-COMPARAR-GRUPO.
016900*================================================================
017000     IF REG-CLAVE = WS-CLAVE
017100         MOVE "G" TO ANG-STD-RESPUESTA
017200         MOVE REG-ID TO ANG-STD-ID
017300         MOVE REG-ESTADO TO ANG-STD-ESTADO
017400         MOVE REG-MIEMBROS TO ANG-STD-MIEMBROS
017500     ELSE
017600         PERFORM 3100-LEER-GRUPO THRU 3100-EXIT
017700     END-IF.
017800 3200-EXIT.
017900     EXIT.
018000 END PROGRAM ANAGSERV.
