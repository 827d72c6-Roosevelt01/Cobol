000010******************************************************************
000020*    COPYBOOK   : TMECBREG                                       *
000030*    PROPOSITO   : REGISTRO DE LA ENTREGA DE CAMBIOS A LOS       *
000040*                  SUSCRIPTORES (ENTCAMB) GRABADA POR TABDIFUS.  *
000050*                  UN TRAMO POR SUSCRIPTOR, EN EL ORDEN DEL      *
000060*                  FICHERO SUSCRIP:                              *
000070*                  'CAB' CABECERA DEL TRAMO CON LA FECHA,        *
000080*                  'DET' UN CAMBIO ('ALT'/'BAJ') CON EL MISMO    *
000090*                        FORMATO DE TMCAMREG, EN ORDEN DE ENVIO, *
000100*                  'FIN' COLA DEL TRAMO CON LOS ENVIOS, ALTAS Y  *
000110*                        BAJAS ENTREGADOS AL AREA.               *
000120*                  EL CODIGO DE AREA VA EN TODOS LOS REGISTROS   *
000130*                  PARA QUE LA DISTRIBUCION REPARTA CADA TRAMO   *
000140*                  A SU AREA, IGUAL QUE EN ENTAREA.              *
000150*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000160*    FECHA ESCR. : 15/10/2026                                     *
000170*----------------------------------------------------------------*
000180*    HISTORIAL DE MODIFICACIONES                                 *
000190*    FECHA       INIC.  DESCRIPCION                               *
000200*    ----------  -----  ----------------------------------------  *
000210*    15/10/2026  JLR    CREACION.                                *
000220******************************************************************
000230 01  FD-REG-ENTCAMB.
000240     05  FD-ECB-TIPO             PIC X(03).
000250         88  FD88-ECB-CABECERA       VALUE "CAB".
000260         88  FD88-ECB-DETALLE        VALUE "DET".
000270         88  FD88-ECB-FIN            VALUE "FIN".
000280     05  FD-ECB-AREA             PIC X(04).
000290     05  FD-ECB-CAMBIO           PIC X(73).
000300     05  FD-ECB-CONTROL REDEFINES FD-ECB-CAMBIO.
000310         10  FD-ECB-FECHA        PIC 9(08).
000320         10  FD-ECB-ENVIOS       PIC 9(05).
000330         10  FD-ECB-ALTAS        PIC 9(07).
000340         10  FD-ECB-BAJAS        PIC 9(07).
000350         10  FILLER              PIC X(46).
