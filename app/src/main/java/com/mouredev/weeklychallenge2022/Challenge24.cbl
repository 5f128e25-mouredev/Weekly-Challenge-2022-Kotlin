003320*                 anade un registro (leidos, escritos,
003321*                 rechazos, duracion, ritmo) al fichero
003322*                 METRICAS para el informe semanal METRESEM.
003327* 2026-10-15 MNT  La cabecera CAB lleva la version vigente del
003332*                 programa segun el registro de entregas (modulo
003337*                 VERSPROG), consultada al arrancar.
003357***************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
006400 WORKING-STORAGE SECTION.
006401*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
006402     COPY FECNEG.
006412*    Version vigente del programa (registro de entregas).
006422     COPY VERSTD.
006432*    AREA DE METRICAS DE CORRIDA (MODULO REGMETRICA).
006442     COPY METREG.
006500 01  WS-PARM-STATUS              PIC X(02).
006600     88  WS-PARM-NO-EXISTE       VALUE "35".
006700*
011000* 1000-INITIALIZE - abre ficheros y lee la tarjeta de parametros
011100***************************************************************
011200 1000-INITIALIZE.
011210*    Version vigente para las cabeceras de control.
011220     MOVE SPACES TO VRS-STD-AREA.
011230     MOVE "CHALLENGE24" TO VRS-STD-PROGRAMA.
011240     MOVE ZERO TO VRS-STD-FECHA.
011250     CALL "VERSPROG" USING VRS-STD-AREA.
011300     OPEN OUTPUT SEQ-RPT.
011350     OPEN OUTPUT SEQ-OUT.
011360     PERFORM 7000-ESCRIBIR-CTL-CABECERA
025150*
025160 8000-EXIT.
025170     EXIT.
025171*
025172***************************************************************
025173* 7000/7100 - CABECERA Y TRAILER DE CONTROL ESTANDAR (CTLREG)
025174* DE SEQ-OUT, PARA QUE EL VERIFICADOR PUEDA CONCILIAR EL
025175* FICHERO ANTES DE QUE OTRO PROCESO LO CONSUMA
025176***************************************************************
025177 7000-ESCRIBIR-CTL-CABECERA.
025178     MOVE SPACES TO CTL-REGISTRO.
025179     MOVE "CAB" TO CTL-MARCA.
025180     MOVE "CHALL24" TO CTL-PROGRAMA.
025181     CALL "FECHANEG" USING FEC-NEG-AREA
025182     MOVE FEC-NEG-FECHA TO CTL-FECHA.
025183     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA.
025184     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD.
025185     MOVE VRS-STD-VERSION TO CTL-VERSION.
025186     WRITE CTL-REGISTRO.
025187*
025188 7000-ESCRIBIR-CTL-CABECERA-EXIT.
025189     EXIT.
025190*
025191 7100-ESCRIBIR-CTL-TRAILER.
025192     MOVE SPACES TO CTL-REGISTRO.
025193     MOVE "TRL" TO CTL-MARCA.
025194     MOVE "CHALL24" TO CTL-PROGRAMA.
025195     CALL "FECHANEG" USING FEC-NEG-AREA
025196     MOVE FEC-NEG-FECHA TO CTL-FECHA.
025197     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA.
025198     MOVE WS-REGS-SEQOUT TO CTL-REGISTROS.
025199     MOVE WS-HASH-SEQOUT TO CTL-HASH.
025200     MOVE 0 TO CTL-HASH-ORD.
025208     WRITE CTL-REGISTRO.
025209*
025210 7100-ESCRIBIR-CTL-TRAILER-EXIT.
