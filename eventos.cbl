000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EVENTOS.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. MODULO COMPARTIDO DE LA
001300*                    INTERFAZ DE SALIDA HACIA LA CONSOLA DE
001400*                    EVENTOS CORPORATIVA: RECIBE UN REGISTRO
001500*                    EVTSTD, LE ESTAMPA MARCA DE TIEMPO, FECHA DE
001600*                    NEGOCIO Y CORRIDA, TRADUCE LA SEVERIDAD
001700*                    INTERNA (I/A/C) AL NIVEL DE LA CONSOLA Y LO
001800*                    ANADE AL FICHERO EVENTOS. MISMO PATRON QUE
001900*                    ALERTADOR: ABRIR EN EXTEND Y CERRAR EN CADA
002000*                    LLAMADA, PARA QUE LA CONSOLA VEA CADA EVENTO
002100*                    EN CUANTO SE PRODUCE Y UN ABEND DEL LLAMADOR
002200*                    NO PIERDA LO YA ENVIADO.
002300*----------------------------------------------------------------
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT    SECTION.
002600 FILE-CONTROL.
002700     SELECT EVENTOS-FILE ASSIGN TO "EVENTOS"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-EVT-STATUS.
003000 DATA            DIVISION.
003100 FILE            SECTION.
003200 FD  EVENTOS-FILE
003300     RECORDING MODE IS F.
003400 01  EVT-REGISTRO            PIC X(175).
003500 WORKING-STORAGE SECTION.
003600*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
003700     COPY FECNEG.
003800 01  WS-EVT-STATUS           PIC X(02).
003900     88  WS-EVT-NO-EXISTE            VALUE "35".
004000 LINKAGE SECTION.
004100     COPY EVTSTD REPLACING LEADING ==EVT-STD== BY ==LK-EVT==.
004200 PROCEDURE       DIVISION USING LK-EVT-REGISTRO.
004300*================================================================
004400 0000-PRINCIPAL.
004500*================================================================
004600     CALL "FECHANEG" USING FEC-NEG-AREA
004700     MOVE FUNCTION CURRENT-DATE(1:14) TO LK-EVT-MARCA
004800     MOVE FEC-NEG-FECHA TO LK-EVT-FECHA
004900     MOVE FEC-NEG-CORRIDA TO LK-EVT-CORRIDA
005000     EVALUATE LK-EVT-SEVERIDAD
005100         WHEN "C"
005200             MOVE "CRITICAL" TO LK-EVT-NIVEL
005300         WHEN "A"
005400             MOVE "WARNING" TO LK-EVT-NIVEL
005500         WHEN OTHER
005600             MOVE "I" TO LK-EVT-SEVERIDAD
005700             MOVE "NORMAL" TO LK-EVT-NIVEL
005800     END-EVALUATE
005900     OPEN EXTEND EVENTOS-FILE
006000     IF WS-EVT-NO-EXISTE
006100         OPEN OUTPUT EVENTOS-FILE
006200     END-IF
006300     WRITE EVT-REGISTRO FROM LK-EVT-REGISTRO
006400     CLOSE EVENTOS-FILE
006500     GOBACK.
006600 END PROGRAM EVENTOS.
