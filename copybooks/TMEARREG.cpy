000010******************************************************************
000020*    COPYBOOK   : TMEARREG                                       *
000030*    PROPOSITO   : REGISTRO DEL EXTRACTO DE ENTREGA POR AREA     *
000040*                  PETICIONARIA (ENTAREA) GRABADO POR TABENTRE.  *
000050*                  EL EXTRACTO LLEVA UN TRAMO POR AREA, EN       *
000060*                  ORDEN DE CODIGO DE AREA:                      *
000070*                  'CAB' CABECERA DEL TRAMO CON LA FECHA,        *
000080*                  'DET' UNA TERNA DE UNA TABLA PEDIDA POR EL    *
000090*                        AREA (PROPIA O FUSIONADA EN LA DE OTRA  *
000100*                        AREA), CON EL MISMO FORMATO DE TMSALREG,*
000110*                  'FIN' COLA DEL TRAMO CON TABLAS Y TERNAS      *
000120*                        ENTREGADAS AL AREA.                     *
000130*                  EL CODIGO DE AREA VA EN TODOS LOS REGISTROS   *
000140*                  PARA QUE LA DISTRIBUCION REPARTA CADA TRAMO   *
000150*                  A SU AREA.                                    *
000160*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000170*    FECHA ESCR. : 15/10/2026                                     *
000180*----------------------------------------------------------------*
000190*    HISTORIAL DE MODIFICACIONES                                 *
000200*    FECHA       INIC.  DESCRIPCION                               *
000210*    ----------  -----  ----------------------------------------  *
000220*    15/10/2026  JLR    CREACION.                                *
000230******************************************************************
000240 01  FD-REG-ENTAREA.
000250     05  FD-EAR-TIPO             PIC X(03).
000260         88  FD88-EAR-CABECERA       VALUE "CAB".
000270         88  FD88-EAR-DETALLE        VALUE "DET".
000280         88  FD88-EAR-FIN            VALUE "FIN".
000290     05  FD-EAR-AREA             PIC X(04).
000300     05  FD-EAR-TERNA.
000310         10  FD-EAR-NUMERO       PIC 9(03).
000320         10  FD-EAR-MULTIPLICADOR PIC 9(03).
000340         10  FD-EAR-RESULTADO    PIC 9(05).
000350         10  FD-EAR-OPERACION    PIC X(01).
000360         10  FILLER              PIC X(61).
000370     05  FD-EAR-CONTROL REDEFINES FD-EAR-TERNA.
000380         10  FD-EAR-FECHA        PIC 9(08).
000390         10  FD-EAR-TABLAS       PIC 9(07).
000400         10  FD-EAR-TERNAS       PIC 9(07).
000410         10  FILLER              PIC X(51).
