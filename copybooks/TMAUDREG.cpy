000358*                       PREVIOS A LA CONVERSION TABFECHA.      *
000359*    02/09/2026  JLR    CODIGO DE OPERACION ('M'/'S'/'R') EN   *
000361*                       EL DETALLE, ACORDE CON TMSALREG.      *
000362*    15/10/2026  JLR    CODIGO DE AREA PETICIONARIA EN EL      *
000363*                       DETALLE, PARA LA REPERCUSION DE COSTES *
000364*                       POR AREA (TABFACTU).                   *
000365******************************************************************
000370 01  FD-REG-AUDITORIA.
000380     05  FD-AUD-TIPO             PIC X(03).
000540             88  FD88-AUD-ACEPTADO   VALUE "A".
000550             88  FD88-AUD-RECHAZADO  VALUE "R".
000560         10  FD-AUD-MOTIVO       PIC X(02).
000565         10  FD-AUD-AREA         PIC X(04).
000570         10  FILLER              PIC X(25).
000580     05  FD-AUD-TOTALES REDEFINES FD-AUD-DATOS.
000590         10  FD-AUD-TOT-LEIDOS     PIC 9(07).
000600         10  FD-AUD-TOT-ACEPTADOS  PIC 9(07).
