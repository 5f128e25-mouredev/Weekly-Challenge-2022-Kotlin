001650*                    CONCILIA. A CERO EN LOS EMISORES QUE AUN NO
001660*                    LO CALCULAN; VERIFICA SOLO LO EXIGE CUANDO
001670*                    VIENE INFORMADO.
001671* 2026-10-15  MNT    LA CABECERA LLEVA LA VERSION VIGENTE DEL
001672*                    PROGRAMA EMISOR (REGISTRO DE ENTREGAS,
001673*                    MODULO VERSPROG) EN CTL-VERSION, QUE EN LA
001674*                    CABECERA OCUPA EL SITIO DE LOS TOTALES DEL
001675*                    TRAILER: EL REGISTRO NO CAMBIA DE LONGITUD.
001677*                    UN PROGRAMA SIN ENTREGA REGISTRADA LLEVA
001679*                    SIN-REG.
001681* 2026-10-15  MNT    LA CABECERA DE LAS ENTREGAS DE SOCIOS LLEVA
001683*                    SU NUMERO DE ENTREGA CORRELATIVO EN
001685*                    CTL-SECUENCIA (CTL-PROGRAMA ES EL SOCIO);
001687*                    EL PASO SECENTR LO CONTRASTA CON EL LIBRO
001689*                    DE ENTREGAS. A CERO EN LAS SALIDAS PROPIAS.
001691* 2026-10-15  MNT    TODOS LOS PROGRAMAS PROPIOS QUE ESCRIBEN
001693*                    CABECERA CAB PONEN YA CTL-VERSION.
001700*----------------------------------------------------------------
001800 01  CTL-REGISTRO.
001900     05  CTL-MARCA           PIC X(03).
002300     05  CTL-PROGRAMA        PIC X(08).
002400     05  CTL-FECHA           PIC 9(08).
002500     05  CTL-CORRIDA         PIC 9(04).
002550     05  CTL-TOTALES.
002600         10  CTL-REGISTROS   PIC 9(09).
002700         10  CTL-HASH        PIC 9(18).
002800         10  CTL-HASH-ORD    PIC 9(18).
002810     05  CTL-DATOS-CABECERA REDEFINES CTL-TOTALES.
002820         10  CTL-VERSION     PIC X(10).
002825         10  CTL-SECUENCIA   PIC 9(09).
002830         10  FILLER          PIC X(26).
