000010******************************************************************
000020*    COPYBOOK   : TMSEGREG                                       *
000030*    PROPOSITO   : REGISTRO DEL FICHERO INDEXADO DE SEGUIMIENTO  *
000040*                  DE PETICIONES (SEGPET), UNO POR NUMERO,       *
000050*                  OPERACION Y AREA PETICIONARIA. LO ACTUALIZAN  *
000060*                  LOS PROGRAMAS DEL CIRCUITO A MEDIDA QUE LA    *
000070*                  PETICION AVANZA (VER TMSEGPRC):               *
000080*                  'R' RECIBIDA      (TABPREP),                  *
000090*                  'P' PENDIENTE     (TABSIRVE, EN FALTANTE),    *
000100*                  'C' CALCULADA     (CAPITULO41),               *
000110*                  'X' RECHAZADA     (CAPITULO41, CON EL MOTIVO  *
000120*                                     DE RECHAZOS),              *
000130*                  'L' CARGADA       (TABCARGA, O YA EN EL       *
000140*                                     MAESTRO SEGUN CAPITULO41), *
000150*                  'S' SERVIDA       (TABSIRVE O TABENTRE).      *
000160*                  UNA PETICION SIGUE ABIERTA MIENTRAS NO ESTA   *
000170*                  SERVIDA; UNA NUEVA PETICION DE UNA CLAVE YA   *
000180*                  SERVIDA LA REABRE CON NUEVA FECHA DE          *
000190*                  RECEPCION. LAS FECHAS SON DE NEGOCIO.         *
000200*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000210*    FECHA ESCR. : 15/10/2026                                     *
000220*----------------------------------------------------------------*
000230*    HISTORIAL DE MODIFICACIONES                                 *
000240*    FECHA       INIC.  DESCRIPCION                               *
000250*    ----------  -----  ----------------------------------------  *
000260*    15/10/2026  JLR    CREACION.                                *
000270******************************************************************
000280 01  FD-REG-SEGUIMIENTO.
000290     05  FD-SEG-CLAVE.
000300         10  FD-SEG-NUMERO       PIC 9(03).
000310         10  FD-SEG-OPERACION    PIC X(01).
000320         10  FD-SEG-AREA         PIC X(04).
000330     05  FILLER                  PIC X(01).
000340     05  FD-SEG-TAMANO           PIC 9(03).
000350     05  FILLER                  PIC X(01).
000360     05  FD-SEG-ETAPA            PIC X(01).
000370         88  FD88-SEG-RECIBIDA       VALUE "R".
000380         88  FD88-SEG-PENDIENTE      VALUE "P".
000390         88  FD88-SEG-CALCULADA      VALUE "C".
000400         88  FD88-SEG-RECHAZADA      VALUE "X".
000410         88  FD88-SEG-CARGADA        VALUE "L".
000420         88  FD88-SEG-SERVIDA        VALUE "S".
000430     05  FD-SEG-MOTIVO           PIC X(02).
000440     05  FILLER                  PIC X(01).
000450     05  FD-SEG-FECHA-RECEPCION  PIC 9(08).
000460     05  FILLER                  PIC X(01).
000470     05  FD-SEG-FECHA-ETAPA      PIC 9(08).
000480     05  FILLER                  PIC X(01).
000490     05  FD-SEG-PROGRAMA         PIC X(10).
000500     05  FILLER                  PIC X(01).
000510     05  FD-SEG-ORIGEN           PIC X(01).
000520         88  FD88-SEG-NOCTURNA       VALUE "N".
000530         88  FD88-SEG-DIURNA         VALUE "D".
000540     05  FILLER                  PIC X(01).
000550     05  FD-SEG-PETICIONES       PIC 9(05).
000560     05  FILLER                  PIC X(27).
