000010******************************************************************
000020*    COPYBOOK   : TMPHIREG                                       *
000030*    PROPOSITO   : REGISTRO DEL HISTORICO DE CAMBIOS DE          *
000040*                  PARAMETROS (PARHIST), GRABADO EN EXTENSION    *
000050*                  POR LA VALIDACION PREVIA TABVALPA. UN         *
000060*                  REGISTRO POR CLAVE CUYO VALOR EN VIGOR        *
000070*                  DIFIERE DEL ULTIMO ANOTADO, CON EL VALOR      *
000080*                  ANTERIOR Y EL NUEVO, LA FECHA Y EL TRABAJO.   *
000090*                  EL PRIMER VALOR ANOTADO DE UNA CLAVE LLEVA    *
000100*                  EL ANTERIOR EN BLANCO Y TIPO 'A' (ALTA); LOS  *
000110*                  CAMBIOS POSTERIORES LLEVAN TIPO 'C'.          *
000120*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000130*    FECHA ESCR. : 15/10/2026                                     *
000140*----------------------------------------------------------------*
000150*    HISTORIAL DE MODIFICACIONES                                 *
000160*    FECHA       INIC.  DESCRIPCION                               *
000170*    ----------  -----  ----------------------------------------  *
000180*    15/10/2026  JLR    CREACION.                                *
000190******************************************************************
000200 01  FD-REG-PARHIST.
000210     05  FD-PHI-FECHA            PIC 9(08).
000220     05  FD-PHI-HORA             PIC 9(06).
000230     05  FD-PHI-TRABAJO          PIC X(08).
000240     05  FD-PHI-TIPO             PIC X(01).
000250         88  FD88-PHI-ALTA           VALUE "A".
000260         88  FD88-PHI-CAMBIO         VALUE "C".
000270     05  FD-PHI-CLAVE            PIC X(20).
000280     05  FD-PHI-ANTERIOR         PIC X(03).
000290     05  FD-PHI-NUEVO            PIC X(03).
000300     05  FILLER                  PIC X(31).
