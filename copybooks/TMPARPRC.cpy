000170*    FECHA       INIC.  DESCRIPCION                               *
000180*    ----------  -----  ----------------------------------------  *
000190*    22/08/2026  JLR    CREACION.                                *
000195*    15/10/2026  JLR    CLAVE ANTIGUEDAD-DIAS, AL MENOS 001.     *
000197*    15/10/2026  JLR    CLAVE PURGA-MESES, AL MENOS 001.         *
000200******************************************************************
000210 1300-LEER-PARAMETROS.
000220     OPEN INPUT PARAMS-FILE.
000780             MOVE TM-PAR-VALOR(1:3) TO TM-PAR-CHK-INTERVALO
000790         WHEN "RETENCION-DIAS"
000800             MOVE TM-PAR-VALOR(1:3) TO TM-PAR-RETENCION-DIAS
000803         WHEN "ANTIGUEDAD-DIAS"
000806             MOVE TM-PAR-VALOR(1:3) TO TM-PAR-ANTIGUEDAD-DIAS
000807         WHEN "PURGA-MESES"
000808             MOVE TM-PAR-VALOR(1:3) TO TM-PAR-PURGA-MESES
000810         WHEN OTHER
000820             DISPLAY "*** PARAMETRO DESCONOCIDO EN PARAMS: '"
000830                 TM-PAR-CLAVE "'. ***"
001330         MOVE 16 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001351     IF TM-PAR-ANTIGUEDAD-DIAS = ZEROS
001352         DISPLAY "*** ANTIGUEDAD-DIAS DEBE SER AL MENOS 001 "
001353             "EN PARAMS. ***"
001354         MOVE 16 TO RETURN-CODE
001355         STOP RUN
001356     END-IF.
001357     IF TM-PAR-PURGA-MESES = ZEROS
001358         DISPLAY "*** PURGA-MESES DEBE SER AL MENOS 001 "
001359             "EN PARAMS. ***"
001360         MOVE 16 TO RETURN-CODE
001361         STOP RUN
001362     END-IF.
001363 1320-VALIDAR-PARAMETROS-EXIT.
001370     EXIT.
