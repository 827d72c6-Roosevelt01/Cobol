000010******************************************************************
000020*    COPYBOOK   : TMCICREG                                       *
000030*    PROPOSITO   : REGISTRO DEL FICHERO DE CONTROL DE LA FECHA   *
000040*                  DE NEGOCIO (CICLO). LO GRABA EN EXTENSION     *
000050*                  TABCICLO, UN REGISTRO POR CADA APERTURA,      *
000060*                  REANUDACION Y CIERRE DE UN CICLO:             *
000070*                  'A' APERTURA DEL CICLO DE LA FECHA DE         *
000080*                      NEGOCIO,                                  *
000090*                  'R' REANUDACION DEL CICLO AUN ABIERTO (NUEVO  *
000100*                      ENVIO DE CAP41JOB TRAS UNA CAIDA),        *
000110*                  'C' CIERRE, CON EL NUMERO DE PASOS DEL CICLO  *
000120*                      Y LOS TERMINADOS CON ERROR O SIN FIN.     *
000130*                  FECHA Y HORA SON LAS DEL RELOJ EN EL MOMENTO  *
000140*                  DEL EVENTO. EL ULTIMO REGISTRO DEL FICHERO    *
000150*                  DA EL ESTADO: CICLO ABIERTO SI ES 'A' O 'R'.  *
000160*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000170*    FECHA ESCR. : 15/10/2026                                     *
000180*----------------------------------------------------------------*
000190*    HISTORIAL DE MODIFICACIONES                                 *
000200*    FECHA       INIC.  DESCRIPCION                               *
000210*    ----------  -----  ----------------------------------------  *
000220*    15/10/2026  JLR    CREACION.                                *
000230******************************************************************
000240 01  FD-REG-CICLO.
000250     05  FD-CIC-TIPO             PIC X(01).
000260         88  FD88-CIC-APERTURA       VALUE "A".
000270         88  FD88-CIC-REANUDACION    VALUE "R".
000280         88  FD88-CIC-CIERRE         VALUE "C".
000290     05  FILLER                  PIC X(01).
000300     05  FD-CIC-FECHA-NEGOCIO    PIC 9(08).
000310     05  FILLER                  PIC X(01).
000320     05  FD-CIC-FECHA            PIC 9(08).
000330     05  FD-CIC-HORA             PIC 9(06).
000340     05  FILLER                  PIC X(01).
000350     05  FD-CIC-PASOS            PIC 9(05).
000360     05  FILLER                  PIC X(01).
000370     05  FD-CIC-INCIDENCIAS      PIC 9(05).
000380     05  FILLER                  PIC X(43).
