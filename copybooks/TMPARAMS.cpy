000160*    FECHA       INIC.  DESCRIPCION                               *
000170*    ----------  -----  ----------------------------------------  *
000180*    22/08/2026  JLR    CREACION.                                *
000182*    15/10/2026  JLR    CLAVE ANTIGUEDAD-DIAS: DIAS TRAS LOS     *
000184*                       QUE UNA PETICION ABIERTA SALE EN EL      *
000186*                       INFORME DE ANTIGUEDAD (TABANTIG).        *
000187*    15/10/2026  JLR    CLAVE PURGA-MESES: MESES SIN PETICIONES  *
000188*                       TRAS LOS QUE SE PROPONE PURGAR UNA       *
000189*                       TABLA DEL MAESTRO (TABPURGA).            *
000190******************************************************************
000200 01  TM-PARAMETROS.
000210     05  TM-PAR-NUMERO-MIN       PIC 9(03) VALUE 1.
000260     05  TM-PAR-MAX-LINEAS       PIC 9(03) VALUE 20.
000270     05  TM-PAR-CHK-INTERVALO    PIC 9(03) VALUE 1.
000280     05  TM-PAR-RETENCION-DIAS   PIC 9(03) VALUE 90.
000285     05  TM-PAR-ANTIGUEDAD-DIAS  PIC 9(03) VALUE 5.
000287     05  TM-PAR-PURGA-MESES      PIC 9(03) VALUE 12.
000290
000300 01  TM-FS-PARAMS                PIC X(02) VALUE SPACES.
000310
