003458*                 anade un registro (leidos, escritos,
003459*                 rechazos, duracion, ritmo) al fichero
003460*                 METRICAS para el informe semanal METRESEM.
003462* 2026-10-15 MNT  La cabecera CAB lleva la version vigente del
003464*                 programa segun el registro de entregas (modulo
003466*                 VERSPROG), consultada al arrancar.
003479***************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
007500 WORKING-STORAGE SECTION.
007501*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
007502     COPY FECNEG.
007512*    Version vigente del programa (registro de entregas).
007522     COPY VERSTD.
007532*    AREA DE METRICAS DE CORRIDA (MODULO REGMETRICA).
007542     COPY METREG.
007600 01  WS-PARM-STATUS              PIC X(02).
007700     88  WS-PARM-NO-EXISTE       VALUE "35".
007800*
014200* 1000-INITIALIZE - abre ficheros y lee la tarjeta de parametros
014300***************************************************************
014400 1000-INITIALIZE.
014410*    Version vigente para las cabeceras de control.
014420     MOVE SPACES TO VRS-STD-AREA.
014430     MOVE "CHALLENGE-34" TO VRS-STD-PROGRAMA.
014440     MOVE ZERO TO VRS-STD-FECHA.
014450     CALL "VERSPROG" USING VRS-STD-AREA.
014500     OPEN OUTPUT MISSING-OUT.
014550     PERFORM 8000-ESCRIBIR-CTL-CABECERA
014560         THRU 8000-ESCRIBIR-CTL-CABECERA-EXIT.
028579     MOVE FEC-NEG-FECHA TO CTL-FECHA.
028580     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA.
028581     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD.
028583     MOVE VRS-STD-VERSION TO CTL-VERSION.
028585     WRITE CTL-REGISTRO.
028587*
028589 8000-ESCRIBIR-CTL-CABECERA-EXIT.
028591     EXIT.
028593*
028595 8100-ESCRIBIR-CTL-TRAILER.
028597     MOVE SPACES TO CTL-REGISTRO.
028599     MOVE "TRL" TO CTL-MARCA.
028601     MOVE "CHALL34" TO CTL-PROGRAMA.
028603     CALL "FECHANEG" USING FEC-NEG-AREA
028605     MOVE FEC-NEG-FECHA TO CTL-FECHA.
028607     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA.
028609*    EN MODO COMPRIMIDO EL TOTAL DE CONTROL CUENTA LOS
028611*    REGISTROS FISICOS (TRAMOS), NO LOS VALORES EXPANDIDOS,
028613*    PARA QUE EL VERIFICADOR CONCILIE EL FICHERO TAL CUAL.
028615     IF COMPRIMIR-ACTIVO
028617         MOVE WS-TOTAL-RANGOS TO CTL-REGISTROS
028619     ELSE
028621         MOVE WS-TOTAL-FALTANTES TO CTL-REGISTROS
028623     END-IF.
028625     MOVE WS-HASH-MISSOUT TO CTL-HASH.
028627     MOVE 0 TO CTL-HASH-ORD.
028629     WRITE CTL-REGISTRO.
028631*
028633 8100-ESCRIBIR-CTL-TRAILER-EXIT.
028635     EXIT.
028637*
028639 9999-EXIT.
028700     CLOSE MISSING-OUT.
028750     MOVE SPACES TO REP-RESUMEN-REGISTRO.
028752     MOVE "TOTAL PRESENTES" TO REP-RES-ETIQUETA.
