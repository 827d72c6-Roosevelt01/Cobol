000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABRESPA.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : COPIA DE SEGURIDAD DEL MAESTRO INDEXADO
000090*                  TABMAEST ANTES DE CADA TRABAJO QUE LO
000100*                  ACTUALIZA (TABCARGA EN CAP41JOB, TABMANT Y
000110*                  TABFECHA). DESCARGA EL MAESTRO EN ORDEN DE
000120*                  CLAVE A UNA GENERACION SECUENCIAL NUEVA
000130*                  (RESPALDO, FORMATO TMRSPREG) Y LA CIERRA CON
000140*                  UN REGISTRO DE CONTROL CON LA FECHA Y HORA
000145*                  DEL RELOJ, LA FECHA DE NEGOCIO DEL CICLO,
000150*                  EL TRABAJO QUE PIDIO LA COPIA (PARM, POR
000160*                  DEFECTO 'MANUAL'), EL NUMERO DE REGISTROS Y
000170*                  LA SUMA DE FD-MAE-RESULTADO, QUE LA
000180*                  RESTAURACION TABRESTA COTEJA ANTES Y DESPUES
000190*                  DE RECARGAR. UN MAESTRO TODAVIA INEXISTENTE
000200*                  DEJA UNA GENERACION VACIA CON SU CONTROL A
000210*                  CEROS. CUALQUIER ERROR TERMINA CON RC=16 PARA
000220*                  RETENER LA ACTUALIZACION DEL MAESTRO.
000230*----------------------------------------------------------------*
000240*    HISTORIAL DE MODIFICACIONES                                 *
000250*    FECHA       INIC.  DESCRIPCION
000260*    ----------  -----  ----------------------------------------
000270*    15/10/2026  JLR    VERSION ORIGINAL.
000272*    15/10/2026  JLR    FECHA DEL REGISTRO DE CONTROL TOMADA DEL
000274*                       FICHERO DE CONTROL CICLO (TMCICWS/
000276*                       TMCICPRC): FECHA DE NEGOCIO EN LUGAR DEL
000278*                       RELOJ.
000280*    15/10/2026  JLR    EL CONTROL LLEVA LA FECHA DEL RELOJ JUNTO
000282*                       A SU HORA, COMO EL ORIGEN DE TABCAMB, Y
000284*                       LA FECHA DE NEGOCIO EN SU PROPIO CAMPO.
000286******************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MAESTRO-FILE ASSIGN TO "TABMAEST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS FD-MAE-CLAVE
000370         FILE STATUS IS RP-FS-MAESTRO.
000380
000390     SELECT RESPALDO-FILE ASSIGN TO "RESPALDO"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RP-FS-RESPALDO.
000420
000422     SELECT CICLO-FILE ASSIGN TO "CICLO"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS CI-FS-CICLO.
000428
000430     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS BT-FS-BITACORA.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490******************************************************************
000500*    MAESTRO INDEXADO DE TERNAS (ENTRADA, LECTURA SECUENCIAL).
000510******************************************************************
000520 FD  MAESTRO-FILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 80 CHARACTERS.
000550     COPY TMMAEREG.
000560
000570******************************************************************
000580*    GENERACION DE COPIA DE SEGURIDAD (SALIDA).
000590******************************************************************
000600 FD  RESPALDO-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 80 CHARACTERS.
000630     COPY TMRSPREG.
000640
000641******************************************************************
000642*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
000643******************************************************************
000644 FD  CICLO-FILE
000645     LABEL RECORDS ARE STANDARD
000646     RECORD CONTAINS 80 CHARACTERS.
000647     COPY TMCICREG.
000648
000650******************************************************************
000660*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000670******************************************************************
000680 FD  BITACORA-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710     COPY TMBITREG.
000720
000730 WORKING-STORAGE SECTION.
000740     COPY TMBITWS.
000745     COPY TMCICWS.
000750 01  RP-SW-EOF                   PIC X(01) VALUE "N".
000760         88  RP88-EOF-MAESTRO        VALUE "S".
000770
000780 01  RP-FS-MAESTRO               PIC X(02) VALUE SPACES.
000790 01  RP-FS-RESPALDO              PIC X(02) VALUE SPACES.
000800
000810 01  RP-PARM-ORIGEN              PIC X(08) VALUE SPACES.
000820 01  RP-FECHA-SISTEMA            PIC 9(08) VALUE ZEROS.
000830 01  RP-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
000840
000850 77  RP-CTR-REGISTROS            PIC 9(09) VALUE ZEROS COMP.
000860 77  RP-TOTAL-RESULTADO          PIC 9(15) VALUE ZEROS COMP.
000870
000880 01  RP-BIT-RESUMEN.
000890     05  FILLER                  PIC X(10) VALUE "REGISTROS ".
000900     05  RP-BR-REGISTROS         PIC 9(09).
000910     05  FILLER                  PIC X(07) VALUE " TOTAL ".
000920     05  RP-BR-TOTAL             PIC 9(15).
000930     05  FILLER                  PIC X(09) VALUE SPACES.
000940
000950 PROCEDURE DIVISION.
000960******************************************************************
000970*    0000-MAINLINE - CONTROL PRINCIPAL DE LA COPIA.
000980******************************************************************
000990 0000-MAINLINE.
001000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001010     PERFORM 2000-COPIAR-REGISTRO THRU 2000-COPIAR-REGISTRO-EXIT
001020         UNTIL RP88-EOF-MAESTRO.
001030     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001040     STOP RUN.
001050
001060******************************************************************
001070*    1000-INICIALIZAR - TOMA EL TRABAJO DE ORIGEN DEL PARM Y
001080*    ABRE LA GENERACION NUEVA Y EL MAESTRO. SIN MAESTRO (PRIMERA
001090*    CARGA) LA GENERACION QUEDA SOLO CON SU CONTROL.
001100******************************************************************
001110 1000-INICIALIZAR.
001120     PERFORM 9700-ABRIR-BITACORA
001130         THRU 9700-ABRIR-BITACORA-EXIT.
001140     MOVE "TABRESPA" TO BT-PROGRAMA.
001150     MOVE "TB001I" TO BT-CODIGO.
001160     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
001170     PERFORM 9710-GRABAR-BITACORA
001180         THRU 9710-GRABAR-BITACORA-EXIT.
001190     ACCEPT RP-PARM-ORIGEN FROM COMMAND-LINE.
001200     IF RP-PARM-ORIGEN = SPACES
001210         MOVE "MANUAL" TO RP-PARM-ORIGEN
001220     END-IF.
001230     PERFORM 9600-FECHA-NEGOCIO
001235         THRU 9600-FECHA-NEGOCIO-EXIT.
001238     ACCEPT RP-FECHA-SISTEMA FROM DATE YYYYMMDD.
001240     ACCEPT RP-HORA-SISTEMA FROM TIME.
001250     OPEN OUTPUT RESPALDO-FILE.
001260     IF RP-FS-RESPALDO NOT = "00"
001270         DISPLAY "*** ERROR ABRIENDO RESPALDO (STATUS="
001280             RP-FS-RESPALDO "). ***"
001290         MOVE "TB101E" TO BT-CODIGO
001300         MOVE "ERROR DE APERTURA DE RESPALDO" TO BT-TEXTO
001310         PERFORM 9710-GRABAR-BITACORA
001320             THRU 9710-GRABAR-BITACORA-EXIT
001330         MOVE 16 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001360     OPEN INPUT MAESTRO-FILE.
001370     IF RP-FS-MAESTRO = "35"
001380         DISPLAY "TABRESPA: MAESTRO TABMAEST TODAVIA NO EXISTE. "
001390             "SE GRABA UNA GENERACION VACIA."
001400         SET RP88-EOF-MAESTRO TO TRUE
001410         GO TO 1000-INICIALIZAR-EXIT
001420     END-IF.
001430     IF RP-FS-MAESTRO NOT = "00"
001440         DISPLAY "*** ERROR ABRIENDO TABMAEST (STATUS="
001450             RP-FS-MAESTRO "). ***"
001460         MOVE "TB101E" TO BT-CODIGO
001470         MOVE "ERROR DE APERTURA DE TABMAEST" TO BT-TEXTO
001480         PERFORM 9710-GRABAR-BITACORA
001490             THRU 9710-GRABAR-BITACORA-EXIT
001500         MOVE 16 TO RETURN-CODE
001510         STOP RUN
001520     END-IF.
001530 1000-INICIALIZAR-EXIT.
001540     EXIT.
001550
001560******************************************************************
001570*    2000-COPIAR-REGISTRO - LEE EL SIGUIENTE REGISTRO DEL
001580*    MAESTRO Y GRABA SU IMAGEN EN LA GENERACION, ACUMULANDO EL
001590*    NUMERO DE REGISTROS Y LA SUMA DE RESULTADOS.
001600******************************************************************
001610 2000-COPIAR-REGISTRO.
001620     READ MAESTRO-FILE NEXT RECORD
001630         AT END
001640             SET RP88-EOF-MAESTRO TO TRUE
001650             GO TO 2000-COPIAR-REGISTRO-EXIT
001660     END-READ.
001670     IF RP-FS-MAESTRO NOT = "00"
001680         DISPLAY "*** ERROR LEYENDO TABMAEST (STATUS="
001690             RP-FS-MAESTRO "). ***"
001700         MOVE 16 TO RETURN-CODE
001710         STOP RUN
001720     END-IF.
001730     ADD 1 TO RP-CTR-REGISTROS.
001740     IF FD-MAE-RESULTADO IS NUMERIC
001750         ADD FD-MAE-RESULTADO TO RP-TOTAL-RESULTADO
001760     END-IF.
001770     MOVE FD-REG-MAESTRO TO FD-RSP-MAESTRO.
001780     WRITE FD-REG-RESPALDO.
001790     IF RP-FS-RESPALDO NOT = "00"
001800         DISPLAY "*** ERROR GRABANDO RESPALDO (STATUS="
001810             RP-FS-RESPALDO "). ***"
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850 2000-COPIAR-REGISTRO-EXIT.
001860     EXIT.
001870
001880******************************************************************
001890*    9000-FINALIZAR - GRABA EL REGISTRO DE CONTROL, CIERRA LOS
001900*    FICHEROS Y DEJA EL RESUMEN EN CONSOLA Y EN LA BITACORA.
001910******************************************************************
001920 9000-FINALIZAR.
001930     MOVE SPACES TO FD-REG-RESPALDO.
001940     SET FD88-RSP-CONTROL TO TRUE.
001950     MOVE RP-FECHA-SISTEMA    TO FD-RSP-FECHA.
001960     MOVE RP-HORA-SISTEMA(1:6) TO FD-RSP-HORA.
001965     MOVE CI-FECHA-NEGOCIO    TO FD-RSP-FECHA-NEGOCIO.
001970     MOVE RP-PARM-ORIGEN      TO FD-RSP-ORIGEN.
001980     MOVE RP-CTR-REGISTROS    TO FD-RSP-REGISTROS.
001990     MOVE RP-TOTAL-RESULTADO  TO FD-RSP-TOTAL.
002000     WRITE FD-REG-RESPALDO.
002010     IF RP-FS-RESPALDO NOT = "00"
002020         DISPLAY "*** ERROR GRABANDO EL CONTROL DE RESPALDO "
002030             "(STATUS=" RP-FS-RESPALDO "). ***"
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070     IF RP-FS-MAESTRO NOT = "35"
002080         CLOSE MAESTRO-FILE
002090     END-IF.
002100     CLOSE RESPALDO-FILE.
002110     DISPLAY "TABRESPA: COPIA DE TABMAEST PARA " RP-PARM-ORIGEN
002120         " REGISTROS " RP-CTR-REGISTROS
002130         " TOTAL RESULTADOS " RP-TOTAL-RESULTADO ".".
002140     MOVE RP-CTR-REGISTROS   TO RP-BR-REGISTROS.
002150     MOVE RP-TOTAL-RESULTADO TO RP-BR-TOTAL.
002160     MOVE "TB301I"       TO BT-CODIGO.
002170     MOVE RP-BIT-RESUMEN TO BT-TEXTO.
002180     PERFORM 9710-GRABAR-BITACORA
002190         THRU 9710-GRABAR-BITACORA-EXIT.
002200     MOVE RETURN-CODE TO BT-FIN-RETORNO.
002210     MOVE "TB002I" TO BT-CODIGO.
002220     MOVE BT-TEXTO-FIN TO BT-TEXTO.
002230     PERFORM 9710-GRABAR-BITACORA
002240         THRU 9710-GRABAR-BITACORA-EXIT.
002250     PERFORM 9720-CERRAR-BITACORA
002260         THRU 9720-CERRAR-BITACORA-EXIT.
002270 9000-FINALIZAR-EXIT.
002280     EXIT.
002290
002291******************************************************************
002292*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
002293*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
002294******************************************************************
002295     COPY TMCICPRC.
002296
002300******************************************************************
002310*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
002320*    BITACORA CENTRAL DE EXPLOTACION.
002330******************************************************************
002340     COPY TMBITPRC.
002350
002360 END PROGRAM TABRESPA.
