000010******************************************************************
000020*    COPYBOOK   : TMCICPRC                                       *
000030*    PROPOSITO   : PARRAFOS COMUNES DE OBTENCION DE LA FECHA DE  *
000040*                  NEGOCIO DEL FICHERO DE CONTROL CICLO (VER     *
000050*                  TMCICREG Y TABCICLO). REQUIERE EN EL          *
000060*                  PROGRAMA QUE LO COPIA: LA SELECT/FD DE        *
000070*                  CICLO-FILE Y EL COPYBOOK DE DATOS TMCICWS.    *
000080*                  LOS PROGRAMAS TOMAN DE AQUI LA FECHA DE LOS   *
000090*                  DATOS QUE GRABAN EN LUGAR DEL RELOJ. SIN      *
000100*                  FICHERO O SIN CICLO ABIERTO (TRABAJOS FUERA   *
000110*                  DEL CICLO NOCTURNO) SE TOMA LA FECHA DEL      *
000120*                  SISTEMA Y SE AVISA POR CONSOLA. UN ERROR DE   *
000130*                  APERTURA DISTINTO DE FICHERO AUSENTE DETIENE  *
000140*                  EL PROGRAMA CON CODIGO DE RETORNO 16, IGUAL   *
000150*                  QUE PARAMS.                                   *
000160*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000170*    FECHA ESCR. : 15/10/2026                                     *
000180*----------------------------------------------------------------*
000190*    HISTORIAL DE MODIFICACIONES                                 *
000200*    FECHA       INIC.  DESCRIPCION                               *
000210*    ----------  -----  ----------------------------------------  *
000220*    15/10/2026  JLR    CREACION.                                *
000230******************************************************************
000240 9600-FECHA-NEGOCIO.
000250     SET CI88-SIN-CICLO TO TRUE.
000260     MOVE "N" TO CI-SW-EOF-CICLO.
000270     OPEN INPUT CICLO-FILE.
000280     IF CI-FS-CICLO = "00"
000290         PERFORM 9610-LEER-UN-CICLO
000300             THRU 9610-LEER-UN-CICLO-EXIT
000310             UNTIL CI88-EOF-CICLO
000320         CLOSE CICLO-FILE
000330     ELSE
000340         IF CI-FS-CICLO NOT = "35"
000350             DISPLAY "*** ERROR ABRIENDO CICLO (STATUS="
000360                 CI-FS-CICLO "). ***"
000370             MOVE 16 TO RETURN-CODE
000380             STOP RUN
000390         END-IF
000400     END-IF.
000410     IF CI88-CICLO-ABIERTO
000420         DISPLAY "FECHA DE NEGOCIO " CI-FECHA-NEGOCIO
000430             " (CICLO ABIERTO)."
000440     ELSE
000450         ACCEPT CI-FECHA-NEGOCIO FROM DATE YYYYMMDD
000460         DISPLAY "SIN CICLO DE NEGOCIO ABIERTO. SE TOMA LA "
000470             "FECHA DEL SISTEMA " CI-FECHA-NEGOCIO "."
000480     END-IF.
000490 9600-FECHA-NEGOCIO-EXIT.
000500     EXIT.
000510
000520 9610-LEER-UN-CICLO.
000530     READ CICLO-FILE
000540         AT END
000550             SET CI88-EOF-CICLO TO TRUE
000560             GO TO 9610-LEER-UN-CICLO-EXIT
000570     END-READ.
000580     IF FD88-CIC-APERTURA OR FD88-CIC-REANUDACION
000590         SET CI88-CICLO-ABIERTO TO TRUE
000600         MOVE FD-CIC-FECHA-NEGOCIO TO CI-FECHA-NEGOCIO
000610     END-IF.
000620     IF FD88-CIC-CIERRE
000630         SET CI88-SIN-CICLO TO TRUE
000640     END-IF.
000650 9610-LEER-UN-CICLO-EXIT.
000660     EXIT.
