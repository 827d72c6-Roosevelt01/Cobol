000151*                       MULTIPLICACION (BLANCO EQUIVALE A 'M'  *
000152*                       PARA LOS DATOS EXISTENTES), 'S' SUMA,  *
000153*                       'R' RESTA.                             *
000154*    15/10/2026  JLR    CODIGO DE AREA PETICIONARIA EN LA      *
000155*                       TERNA (AREA TITULAR DE LA PETICION).   *
000156******************************************************************
000160 01  FD-REG-SALTABLA.
000170     05  FD-SAL-NUMERO           PIC 9(03).
000194         88  FD88-SAL-MULTIPLICACION VALUE "M" SPACE.
000196         88  FD88-SAL-SUMA           VALUE "S".
000198         88  FD88-SAL-RESTA          VALUE "R".
000199     05  FD-SAL-AREA             PIC X(04).
000200     05  FILLER                  PIC X(64).
000210 01  FD-REG-SAL-TRAILER.
000220     05  FD-TRL-MARCA            PIC X(03).
000230     05  FD-TRL-LEIDOS           PIC 9(07).
