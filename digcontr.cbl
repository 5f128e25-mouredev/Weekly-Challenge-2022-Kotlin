000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DIGCONTR.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SERVICIO DE DIGITO DE
001300*                    CONTROL DE LAS REFERENCIAS DE NEGOCIO QUE SE
001400*                    TECLEAN A MANO (REFERENCIA DE POLIGONO, CLAVE
001500*                    DE GRUPO DE CONVERSOR, REFERENCIA DE ORDEN):
001600*                    VALIDA UNA REFERENCIA COMPLETA O GENERA EL
001700*                    DIGITO DE UN CUERPO NUEVO (AREA DIGSTD), CON
001800*                    UN ESQUEMA PONDERADO PROPIO DE CADA TIPO.
001900*                    LO LLAMAN AREA_POL, CONVERSOR Y FACTUPOL AL
002000*                    VALIDAR, Y EMITEREF PARA LA MESA DE ORDENES.
002100*----------------------------------------------------------------
002200* CADA CARACTER DEL CUERPO VALE SU POSICION EN EL ALFABETO DE
002300* REFERENCIAS (0-9 VALEN 0-9, A-Z VALEN 10-35) Y SE MULTIPLICA
002400* POR EL PESO QUE LE TOCA CONTANDO DESDE LA DERECHA; LOS PESOS
002500* DEL TIPO SE REPITEN EN CICLO. EL DIGITO ES LO QUE FALTA A LA
002600* SUMA PARA SER MULTIPLO DEL MODULO. EN MODULO 11 EL VALOR 10 SE
002700* ESCRIBE "X". CON PESOS DISTINTOS EN POSICIONES CONTIGUAS, UNA
002800* TRANSPOSICION DE DOS CIFRAS CAMBIA LA SUMA Y SE DETECTA.
002900*----------------------------------------------------------------
003000 ENVIRONMENT     DIVISION.
003100 DATA            DIVISION.
003200 WORKING-STORAGE SECTION.
003300 01  WS-ALFABETO             PIC X(36) VALUE
003400     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003500 01  WS-ALFABETO-R REDEFINES WS-ALFABETO.
003600     05  WS-ALF-CARACTER     PIC X(01) OCCURS 36 TIMES.
003700*----------------------------------------------------------------
003800* ESQUEMAS POR TIPO: TIPO, MODULO, NUMERO DE PESOS Y PESOS (EL
003900* PRIMERO SE APLICA AL CARACTER MAS A LA DERECHA DEL CUERPO).
004000*----------------------------------------------------------------
004100 01  WS-ESQUEMAS-VALORES.
004200     05  FILLER              PIC X(12) VALUE "POL116234567".
004300     05  FILLER              PIC X(12) VALUE "CNV102310000".
004400     05  FILLER              PIC X(12) VALUE "ORD103731000".
004500 01  WS-TABLA-ESQUEMAS REDEFINES WS-ESQUEMAS-VALORES.
004600     05  WS-ESQ-ENTRY OCCURS 3 TIMES.
004700         10  WS-ESQ-TIPO     PIC X(03).
004800         10  WS-ESQ-MODULO   PIC 9(02).
004900         10  WS-ESQ-NUM-PESOS PIC 9(01).
005000         10  WS-ESQ-PESO     PIC 9(01) OCCURS 6 TIMES.
005100 01  WS-NUM-ESQUEMAS         PIC 9(02) COMP VALUE 3.
005200 01  WS-IDX-ESQUEMA          PIC 9(02) COMP VALUE ZERO.
005300 01  WS-ESQUEMA              PIC 9(02) COMP VALUE ZERO.
005400 01  WS-SWITCHES.
005500     05  WS-CUERPO-VALIDO    PIC X(01) VALUE "N".
005600         88  CUERPO-VALIDO           VALUE "S".
005700 01  WS-BLANCOS              PIC 9(02) COMP VALUE ZERO.
005800 01  WS-LARGO                PIC 9(02) COMP VALUE ZERO.
005900 01  WS-LARGO-CUERPO         PIC S9(02) COMP VALUE ZERO.
006000 01  WS-IDX-CARACTER         PIC S9(02) COMP VALUE ZERO.
006100 01  WS-IDX-ALFABETO         PIC 9(02) COMP VALUE ZERO.
006200 01  WS-IDX-PESO             PIC 9(02) COMP VALUE ZERO.
006300 01  WS-POSICION             PIC 9(02) COMP VALUE ZERO.
006400 01  WS-CICLO                PIC 9(02) COMP VALUE ZERO.
006500 01  WS-CARACTER             PIC X(01).
006600 01  WS-VALOR-CARACTER       PIC 9(02) VALUE ZERO.
006700 01  WS-SUMA                 PIC 9(07) VALUE ZERO.
006800 01  WS-COCIENTE             PIC 9(07) VALUE ZERO.
006900 01  WS-RESTO                PIC 9(02) VALUE ZERO.
007000 01  WS-DIGITO-NUM           PIC 9(02) VALUE ZERO.
007100 LINKAGE SECTION.
007200     COPY DIGSTD.
007300 PROCEDURE       DIVISION USING DIG-STD-AREA.
007400*================================================================
007500 0000-PRINCIPAL.
007600*================================================================
007700     MOVE SPACES TO DIG-STD-DIGITO
007800     MOVE "E" TO DIG-STD-RESPUESTA
007900     IF NOT DIG-STD-VALIDAR AND NOT DIG-STD-GENERAR
008000         GOBACK
008100     END-IF
008200     PERFORM 1000-BUSCAR-ESQUEMA THRU 1000-EXIT
008300     IF WS-ESQUEMA = 0
008400         GOBACK
008500     END-IF
008600     PERFORM 1100-MEDIR-REFERENCIA THRU 1100-EXIT
008700*    AL VALIDAR, EL ULTIMO CARACTER ES EL DIGITO Y NO ENTRA EN
008800*    LA SUMA; AL GENERAR, TIENE QUE QUEDAR SITIO PARA EL.
008900     IF DIG-STD-VALIDAR
009000         COMPUTE WS-LARGO-CUERPO = WS-LARGO - 1
009100     ELSE
009200         MOVE WS-LARGO TO WS-LARGO-CUERPO
009300         IF WS-LARGO >= 10
009400             GOBACK
009500         END-IF
009600     END-IF
009700     IF WS-LARGO-CUERPO < 1
009800         GOBACK
009900     END-IF
010000     PERFORM 2000-CALCULAR-DIGITO THRU 2000-EXIT
010100     IF NOT CUERPO-VALIDO
010200         MOVE SPACES TO DIG-STD-DIGITO
010300         GOBACK
010400     END-IF
010500     IF DIG-STD-GENERAR
010600         MOVE DIG-STD-DIGITO
010700             TO DIG-STD-REFERENCIA(WS-LARGO + 1:1)
010800         MOVE "P" TO DIG-STD-RESPUESTA
010900     ELSE
011000         IF DIG-STD-REFERENCIA(WS-LARGO:1) = DIG-STD-DIGITO
011100             MOVE "P" TO DIG-STD-RESPUESTA
011200         ELSE
011300             MOVE "X" TO DIG-STD-RESPUESTA
011400         END-IF
011500     END-IF
011600     GOBACK.
011700*================================================================
011800 1000-BUSCAR-ESQUEMA.
011900*================================================================
012000     MOVE 0 TO WS-ESQUEMA
012100     PERFORM 1010-COMPARAR-ESQUEMA THRU 1010-EXIT
012200         VARYING WS-IDX-ESQUEMA FROM 1 BY 1
012300         UNTIL WS-IDX-ESQUEMA > WS-NUM-ESQUEMAS
012400            OR WS-ESQUEMA > 0.
012500 1000-EXIT.
012600     EXIT.
012700*================================================================
012800 1010-COMPARAR-ESQUEMA.
012900*================================================================
013000     IF WS-ESQ-TIPO(WS-IDX-ESQUEMA) = DIG-STD-TIPO
013100         MOVE WS-IDX-ESQUEMA TO WS-ESQUEMA
013200     END-IF.
013300 1010-EXIT.
013400     EXIT.
013500*================================================================
013600 1100-MEDIR-REFERENCIA.
013700*================================================================
013800*    EL LARGO ES LA POSICION DEL ULTIMO CARACTER NO BLANCO.
013900     MOVE 0 TO WS-BLANCOS
014000     INSPECT FUNCTION REVERSE(DIG-STD-REFERENCIA)
014100         TALLYING WS-BLANCOS FOR LEADING SPACES
014200     COMPUTE WS-LARGO = 10 - WS-BLANCOS.
014300 1100-EXIT.
014400     EXIT.
014500*================================================================
014600 2000-CALCULAR-DIGITO.
014700*================================================================
014800     MOVE 0 TO WS-SUMA
014900     SET CUERPO-VALIDO TO TRUE
015000     PERFORM 2100-PONDERAR-CARACTER THRU 2100-EXIT
015100         VARYING WS-IDX-CARACTER FROM WS-LARGO-CUERPO BY -1
015200         UNTIL WS-IDX-CARACTER < 1
015300            OR NOT CUERPO-VALIDO
015400     IF NOT CUERPO-VALIDO
015500         GO TO 2000-EXIT
015600     END-IF
015700     DIVIDE WS-SUMA BY WS-ESQ-MODULO(WS-ESQUEMA)
015800         GIVING WS-COCIENTE REMAINDER WS-RESTO
015900     COMPUTE WS-DIGITO-NUM = WS-ESQ-MODULO(WS-ESQUEMA) - WS-RESTO
016000     IF WS-DIGITO-NUM = WS-ESQ-MODULO(WS-ESQUEMA)
016100         MOVE 0 TO WS-DIGITO-NUM
016200     END-IF
016300     IF WS-DIGITO-NUM = 10
016400         MOVE "X" TO DIG-STD-DIGITO
016500     ELSE
016600         MOVE WS-ALF-CARACTER(WS-DIGITO-NUM + 1) TO DIG-STD-DIGITO
016700     END-IF.
016800 2000-EXIT.
016900     EXIT.
017000*================================================================
017100 2100-PONDERAR-CARACTER.
017200*================================================================
017300*    UN BLANCO INTERMEDIO O UN SIGNO FUERA DEL ALFABETO DEJAN LA
017400*    REFERENCIA MAL FORMADA.
017500     MOVE DIG-STD-REFERENCIA(WS-IDX-CARACTER:1) TO WS-CARACTER
017600     PERFORM 2200-VALOR-CARACTER THRU 2200-EXIT
017700     IF WS-VALOR-CARACTER = 99
017800         MOVE "N" TO WS-CUERPO-VALIDO
017900         GO TO 2100-EXIT
018000     END-IF
018100     COMPUTE WS-POSICION = WS-LARGO-CUERPO - WS-IDX-CARACTER
018200     DIVIDE WS-POSICION BY WS-ESQ-NUM-PESOS(WS-ESQUEMA)
018300         GIVING WS-CICLO REMAINDER WS-IDX-PESO
018400     ADD 1 TO WS-IDX-PESO
018500     COMPUTE WS-SUMA = WS-SUMA + WS-VALOR-CARACTER
018600         * WS-ESQ-PESO(WS-ESQUEMA, WS-IDX-PESO).
018700 2100-EXIT.
018800     EXIT.
018900*================================================================
019000 2200-VALOR-CARACTER.
019100*================================================================
019200     MOVE 99 TO WS-VALOR-CARACTER
019300     PERFORM 2210-COMPARAR-CARACTER THRU 2210-EXIT
019400         VARYING WS-IDX-ALFABETO FROM 1 BY 1
019500         UNTIL WS-IDX-ALFABETO > 36
019600            OR WS-VALOR-CARACTER NOT = 99.
019700 2200-EXIT.
019800     EXIT.
019900*================================================================
020000 2210-COMPARAR-CARACTER.
020100*================================================================
020200     IF WS-ALF-CARACTER(WS-IDX-ALFABETO) = WS-CARACTER
020300         COMPUTE WS-VALOR-CARACTER = WS-IDX-ALFABETO - 1
020400     END-IF.
020500 2210-EXIT.
020600     EXIT.
020700 END PROGRAM DIGCONTR.
