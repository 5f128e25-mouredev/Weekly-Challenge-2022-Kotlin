000100*----------------------------------------------------------------
000200* PETREG - PETICION COMUN A LA PASARELA DE CONSULTAS (PASARELA).
000300*----------------------------------------------------------------
000400* UNA LINEA POR CONSULTA: CODIGO DE SERVICIO, SOLICITANTE Y CLAVE
000500* AJUSTADA A LA IZQUIERDA. SERVICIOS:
000600*     ESPRIMO   NUMERO (HASTA 9 DIGITOS): PRIMO O COMPUESTO
000700*     PRIMSIG   NUMERO: PRIMO SIGUIENTE (PRIMONAV FUNCION S)
000800*     PRIMANT   NUMERO: PRIMO ANTERIOR (PRIMONAV FUNCION A)
000900*     PRIMENE   NUMERO N: ENESIMO PRIMO (PRIMONAV FUNCION N)
001000*     FIBO      VALOR (HASTA 36 DIGITOS): PERTENENCIA (FIBOPERT)
001100*     ANAGRUPO  PALABRA: GRUPO DE ANAGRAMAS (ANAGSERV)
001200*----------------------------------------------------------------
001300* FECHA       INIC.  DESCRIPCION
001400* ----------  -----  ---------------------------------------------
001500* 2026-10-15  MNT    VERSION INICIAL.
001600*----------------------------------------------------------------
001700 01  PET-REGISTRO.
001800     05  PET-SERVICIO        PIC X(08).
001900     05  PET-SOLICITANTE     PIC X(08).
002000     05  PET-CLAVE           PIC X(60).
