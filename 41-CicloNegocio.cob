000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABCICLO.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : CONTROL DEL CICLO DE LA FECHA DE NEGOCIO EN
000090*                  EL FICHERO CICLO (VER TMCICREG). LOS
000100*                  PROGRAMAS DEL SUBSISTEMA TOMAN DE ESE
000110*                  FICHERO LA FECHA DE LOS DATOS QUE GRABAN
000120*                  (VER TMCICPRC). LA ACCION SE RECIBE POR PARM:
000130*                  'ABRIR'           ABRE EL CICLO CON LA FECHA
000140*                                    DEL SISTEMA,
000150*                  'ABRIR,AAAAMMDD'  ABRE EL CICLO DE LA FECHA
000160*                                    INDICADA,
000170*                  'ABRIR,REANUDAR'  REANUDA EL CICLO AUN
000180*                                    ABIERTO (RELANZAMIENTO DE
000190*                                    CAP41JOB TRAS UNA CAIDA),
000200*                  'CONSULTAR'       COMPRUEBA QUE HAY UN CICLO
000210*                                    ABIERTO,
000220*                  'CERRAR'          CIERRA EL CICLO ABIERTO Y
000230*                                    EMITE EL INFORME DE CIERRE.
000240*                  SE RECHAZA CON RC=8 (TB103E): ABRIR UNA FECHA
000250*                  YA CERRADA O ANTERIOR AL ULTIMO CIERRE, ABRIR
000260*                  OTRA VEZ EL CICLO QUE SIGUE ABIERTO SIN
000270*                  'REANUDAR', ABRIR UNA FECHA CON OTRO CICLO
000280*                  ABIERTO Y REANUDAR, CONSULTAR O CERRAR SIN
000290*                  CICLO ABIERTO. EL INFORME DE CIERRE LISTA
000300*                  CADA PASO DEL CICLO (INICIO TB001I Y FIN
000310*                  TB002I DE LA BITACORA ENTRE LA APERTURA Y EL
000320*                  CIERRE) CON SU CODIGO DE RETORNO. EL CIERRE
000330*                  SE HACE SIEMPRE; TERMINA CON RC=4 SI ALGUN
000340*                  PASO ACABO CON RC>4 O NO TIENE FIN.
000350*----------------------------------------------------------------*
000360*    HISTORIAL DE MODIFICACIONES                                 *
000370*    FECHA       INIC.  DESCRIPCION
000380*    ----------  -----  ----------------------------------------
000390*    15/10/2026  JLR    VERSION ORIGINAL.
000400******************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CICLO-FILE ASSIGN TO "CICLO"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CC-FS-CICLO.
000480
000490     SELECT EVENTOS-FILE ASSIGN TO "BITCICLO"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CC-FS-EVENTOS.
000520
000530     SELECT INFORME-FILE ASSIGN TO "INFCICLO"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CC-FS-INFORME.
000560
000570     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS BT-FS-BITACORA.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630******************************************************************
000640*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
000650******************************************************************
000660 FD  CICLO-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 80 CHARACTERS.
000690     COPY TMCICREG.
000700
000710******************************************************************
000720*    BITACORA LEIDA COMO ENTRADA PARA EL INFORME DE CIERRE (MISMO
000730*    DATASET QUE BITACORA, ASIGNADO APARTE PARA NO MEZCLAR
000740*    LECTURA Y EXTENSION EN EL MISMO FICHERO).
000750******************************************************************
000760 FD  EVENTOS-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  FD-REG-EVENTO.
000800     05  FD-EVE-FECHA            PIC 9(08).
000810     05  FD-EVE-HORA             PIC 9(06).
000820     05  FD-EVE-PROGRAMA         PIC X(10).
000830     05  FD-EVE-CODIGO           PIC X(06).
000840     05  FD-EVE-TEXTO.
000850         10  FD-EVE-TEXTO-FIN    PIC X(20).
000860         10  FD-EVE-RC           PIC X(02).
000870         10  FILLER              PIC X(28).
000880
000890******************************************************************
000900*    INFORME DE CIERRE DEL CICLO.
000910******************************************************************
000920 FD  INFORME-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  FD-REG-INFORME                  PIC X(80).
000960
000970******************************************************************
000980*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000990******************************************************************
001000 FD  BITACORA-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030     COPY TMBITREG.
001040
001050 WORKING-STORAGE SECTION.
001060     COPY TMBITWS.
001070 01  CC-SW-EOF-CICLO             PIC X(01) VALUE "N".
001080         88  CC88-EOF-CICLO          VALUE "S".
001090
001100 01  CC-SW-EOF-EVENTOS           PIC X(01) VALUE "N".
001110         88  CC88-EOF-EVENTOS        VALUE "S".
001120
001130 01  CC-SW-ESTADO                PIC X(01) VALUE "N".
001140         88  CC88-CICLO-ABIERTO      VALUE "S".
001150         88  CC88-SIN-CICLO          VALUE "N".
001160
001170 01  CC-SW-REANUDAR              PIC X(01) VALUE "N".
001180         88  CC88-REANUDAR           VALUE "S".
001190
001200 01  CC-SW-RECHAZO               PIC X(01) VALUE "N".
001210         88  CC88-RECHAZADO          VALUE "S".
001220
001230 01  CC-SW-ENCONTRADO            PIC X(01) VALUE "N".
001240         88  CC88-ENCONTRADO         VALUE "S".
001250         88  CC88-NO-ENCONTRADO      VALUE "N".
001260
001270 01  CC-FS-CICLO                 PIC X(02) VALUE SPACES.
001280 01  CC-FS-EVENTOS               PIC X(02) VALUE SPACES.
001290 01  CC-FS-INFORME               PIC X(02) VALUE SPACES.
001300
001310 01  CC-PARM                     PIC X(30) VALUE SPACES.
001320 01  CC-PARM-ACCION              PIC X(10) VALUE SPACES.
001330         88  CC88-ABRIR              VALUE "ABRIR".
001340         88  CC88-CONSULTAR          VALUE "CONSULTAR".
001350         88  CC88-CERRAR             VALUE "CERRAR".
001360 01  CC-PARM-VALOR               PIC X(10) VALUE SPACES.
001370
001380 01  CC-FECHA-SISTEMA            PIC 9(08) VALUE ZEROS.
001390 01  CC-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
001400 01  CC-FECHA-PEDIDA             PIC 9(08) VALUE ZEROS.
001410
001420******************************************************************
001430*    ESTADO DEL FICHERO CICLO: FECHA DEL ULTIMO CICLO ABIERTO Y
001440*    MOMENTO (AAAAMMDDHHMMSS) DE SU APERTURA, Y FECHA MAS ALTA
001450*    YA CERRADA.
001460******************************************************************
001470 01  CC-FECHA-ABIERTA            PIC 9(08) VALUE ZEROS.
001480 01  CC-APERTURA                 PIC 9(14) VALUE ZEROS.
001490 01  CC-ULTIMO-CERRADO           PIC 9(08) VALUE ZEROS.
001500 01  CC-CIERRE                   PIC 9(14) VALUE ZEROS.
001510 01  CC-MOMENTO                  PIC 9(14) VALUE ZEROS.
001520
001530 77  CC-CTR-REGISTROS            PIC 9(07) VALUE ZEROS COMP.
001540 77  CC-CTR-REANUDACIONES        PIC 9(05) VALUE ZEROS COMP.
001550 77  CC-CTR-EVENTOS              PIC 9(07) VALUE ZEROS COMP.
001560 77  CC-CTR-CORRECTOS            PIC 9(05) VALUE ZEROS COMP.
001570 77  CC-CTR-AVISOS               PIC 9(05) VALUE ZEROS COMP.
001580 77  CC-CTR-ERRORES              PIC 9(05) VALUE ZEROS COMP.
001590 77  CC-CTR-SIN-FIN              PIC 9(05) VALUE ZEROS COMP.
001600 77  CC-CTR-INCIDENCIAS          PIC 9(05) VALUE ZEROS COMP.
001610
001620 77  CC-IDX-PASO                 PIC S9(05) VALUE ZEROS COMP.
001630
001640******************************************************************
001650*    PASOS DEL CICLO EN ORDEN DE INICIO. UN FIN SIN INICIO EN EL
001660*    CICLO (ARRANQUE ANTERIOR A LA APERTURA) SE ANOTA CON EL
001670*    INICIO A CEROS.
001680******************************************************************
001690 01  CC-MAX-PASOS                PIC 9(05) VALUE 1000.
001700 01  CC-NUM-PASOS                PIC 9(05) VALUE ZEROS COMP.
001710 01  CC-TAB-PASOS.
001720     05  CC-PASO                 OCCURS 1000.
001730         10  CC-PA-PROGRAMA      PIC X(10).
001740         10  CC-PA-INICIO        PIC 9(14).
001750         10  CC-PA-FIN           PIC 9(14).
001760         10  CC-PA-RC            PIC X(02).
001770         10  CC-PA-ESTADO        PIC X(01).
001780             88  CC88-PA-ABIERTO     VALUE "A".
001790             88  CC88-PA-CERRADO     VALUE "C".
001800
001810******************************************************************
001820*    DESCOMPOSICION DE UN MOMENTO PARA EL INFORME.
001830******************************************************************
001840 01  CC-CALC-MOMENTO             PIC 9(14) VALUE ZEROS.
001850 01  CC-CALC-MOMENTO-R REDEFINES CC-CALC-MOMENTO.
001860     05  CC-CM-FECHA             PIC 9(08).
001870     05  CC-CM-HORA              PIC 9(06).
001880
001890 01  CC-BIT-RECHAZO              PIC X(50) VALUE SPACES.
001900
001910 01  CC-BIT-RESUMEN.
001920     05  FILLER                  PIC X(06) VALUE "CICLO ".
001930     05  CC-BR-FECHA             PIC 9(08).
001940     05  FILLER                  PIC X(01) VALUE SPACES.
001950     05  CC-BR-ACCION            PIC X(10).
001960     05  FILLER                  PIC X(07) VALUE " PASOS ".
001970     05  CC-BR-PASOS             PIC 9(05).
001980     05  FILLER                  PIC X(07) VALUE " INCID ".
001990     05  CC-BR-INCIDENCIAS       PIC 9(05).
002000     05  FILLER                  PIC X(01) VALUE SPACES.
002010
002020 01  CC-LINEA-TITULO.
002030     05  FILLER                  PIC X(45) VALUE
002040         "INFORME DE CIERRE DEL CICLO - FECHA NEGOCIO: ".
002050     05  CC-LT-FECHA             PIC 9(08).
002060     05  FILLER                  PIC X(27) VALUE SPACES.
002070
002080 01  CC-LINEA-BLANCO             PIC X(80) VALUE SPACES.
002090
002100 01  CC-LINEA-VENTANA.
002110     05  FILLER                  PIC X(14) VALUE
002120         "  ABIERTO EL  ".
002130     05  CC-LV-DESDE-FECHA       PIC 9(08).
002140     05  FILLER                  PIC X(01) VALUE SPACES.
002150     05  CC-LV-DESDE-HORA        PIC 99B99B99.
002160     05  FILLER                  PIC X(13) VALUE
002170         "  CERRADO EL ".
002180     05  CC-LV-HASTA-FECHA       PIC 9(08).
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  CC-LV-HASTA-HORA        PIC 99B99B99.
002210     05  FILLER                  PIC X(19) VALUE SPACES.
002220
002230 01  CC-LINEA-CAB-PASO.
002240     05  FILLER                  PIC X(40) VALUE
002250         "  PROGRAMA   INICIO            FIN      ".
002260     05  FILLER                  PIC X(40) VALUE
002270         "         RC ESTADO".
002280
002290 01  CC-LINEA-PASO.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  CC-LP-PROGRAMA          PIC X(10).
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  CC-LP-INICIO.
002340         10  CC-LP-INI-FECHA     PIC 9(08).
002350         10  FILLER              PIC X(01) VALUE SPACES.
002360         10  CC-LP-INI-HORA      PIC 99B99B99.
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  CC-LP-FIN.
002390         10  CC-LP-FIN-FECHA     PIC 9(08).
002400         10  FILLER              PIC X(01) VALUE SPACES.
002410         10  CC-LP-FIN-HORA      PIC 99B99B99.
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  CC-LP-RC                PIC X(02).
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  CC-LP-ESTADO            PIC X(10).
002460     05  FILLER                  PIC X(18) VALUE SPACES.
002470
002480 01  CC-LINEA-MENSAJE            PIC X(80) VALUE SPACES.
002490
002500 01  CC-LINEA-RESUMEN.
002510     05  CC-LR-ETIQUETA          PIC X(26).
002520     05  CC-LR-CUENTA            PIC ZZZZZZ9.
002530     05  FILLER                  PIC X(47) VALUE SPACES.
002540
002550 PROCEDURE DIVISION.
002560******************************************************************
002570*    0000-MAINLINE - CONTROL PRINCIPAL DEL CICLO DE NEGOCIO.
002580******************************************************************
002590 0000-MAINLINE.
002600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002610     EVALUATE TRUE
002620         WHEN CC88-ABRIR
002630             PERFORM 2000-ABRIR-CICLO
002640                 THRU 2000-ABRIR-CICLO-EXIT
002650         WHEN CC88-CONSULTAR
002660             PERFORM 3000-CONSULTAR-CICLO
002670                 THRU 3000-CONSULTAR-CICLO-EXIT
002680         WHEN CC88-CERRAR
002690             PERFORM 4000-CERRAR-CICLO
002700                 THRU 4000-CERRAR-CICLO-EXIT
002710     END-EVALUATE.
002720     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002730     STOP RUN.
002740
002750******************************************************************
002760*    1000-INICIALIZAR - VALIDA LA ACCION DEL PARM Y LEE EL ESTADO
002770*    DEL FICHERO CICLO.
002780******************************************************************
002790 1000-INICIALIZAR.
002800     PERFORM 9700-ABRIR-BITACORA
002810         THRU 9700-ABRIR-BITACORA-EXIT.
002820     MOVE "TABCICLO" TO BT-PROGRAMA.
002830     MOVE "TB001I" TO BT-CODIGO.
002840     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
002850     PERFORM 9710-GRABAR-BITACORA
002860         THRU 9710-GRABAR-BITACORA-EXIT.
002870     ACCEPT CC-PARM FROM COMMAND-LINE.
002880     UNSTRING CC-PARM DELIMITED BY ","
002890         INTO CC-PARM-ACCION CC-PARM-VALOR.
002900     IF NOT CC88-ABRIR AND NOT CC88-CONSULTAR
002910         AND NOT CC88-CERRAR
002920         DISPLAY "*** PARM INVALIDO: '" CC-PARM "'. SE ESPERA "
002930             "ABRIR, CONSULTAR O CERRAR. ***"
002940         MOVE 16 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     ACCEPT CC-FECHA-SISTEMA FROM DATE YYYYMMDD.
002980     ACCEPT CC-HORA-SISTEMA FROM TIME.
002990     COMPUTE CC-MOMENTO = CC-FECHA-SISTEMA * 1000000
003000         + CC-HORA-SISTEMA / 100.
003010     PERFORM 1100-LEER-CICLO THRU 1100-LEER-CICLO-EXIT.
003020 1000-INICIALIZAR-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*    1100-LEER-CICLO - RECORRE EL FICHERO CICLO. SIN FICHERO NO
003070*    HAY CICLO ANTERIOR (PRIMERA APERTURA).
003080******************************************************************
003090 1100-LEER-CICLO.
003100     OPEN INPUT CICLO-FILE.
003110     IF CC-FS-CICLO = "35"
003120         DISPLAY "CICLO NO PRESENTE. NO HAY CICLOS ANTERIORES."
003130         GO TO 1100-LEER-CICLO-EXIT
003140     END-IF.
003150     IF CC-FS-CICLO NOT = "00"
003160         DISPLAY "*** ERROR ABRIENDO CICLO (STATUS="
003170             CC-FS-CICLO "). ***"
003180         MOVE "TB101E" TO BT-CODIGO
003190         MOVE "ERROR DE APERTURA DE CICLO" TO BT-TEXTO
003200         PERFORM 9710-GRABAR-BITACORA
003210             THRU 9710-GRABAR-BITACORA-EXIT
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     PERFORM 1110-LEER-UN-CICLO THRU 1110-LEER-UN-CICLO-EXIT
003260         UNTIL CC88-EOF-CICLO.
003270     CLOSE CICLO-FILE.
003280 1100-LEER-CICLO-EXIT.
003290     EXIT.
003300
003310 1110-LEER-UN-CICLO.
003320     READ CICLO-FILE
003330         AT END
003340             SET CC88-EOF-CICLO TO TRUE
003350             GO TO 1110-LEER-UN-CICLO-EXIT
003360     END-READ.
003370     ADD 1 TO CC-CTR-REGISTROS.
003380     EVALUATE TRUE
003390         WHEN FD88-CIC-APERTURA
003400             SET CC88-CICLO-ABIERTO TO TRUE
003410             MOVE FD-CIC-FECHA-NEGOCIO TO CC-FECHA-ABIERTA
003420             COMPUTE CC-APERTURA = FD-CIC-FECHA * 1000000
003430                 + FD-CIC-HORA
003440             MOVE ZEROS TO CC-CTR-REANUDACIONES
003450         WHEN FD88-CIC-REANUDACION
003460             ADD 1 TO CC-CTR-REANUDACIONES
003470         WHEN FD88-CIC-CIERRE
003480             SET CC88-SIN-CICLO TO TRUE
003490             IF FD-CIC-FECHA-NEGOCIO > CC-ULTIMO-CERRADO
003500                 MOVE FD-CIC-FECHA-NEGOCIO TO CC-ULTIMO-CERRADO
003510             END-IF
003520     END-EVALUATE.
003530 1110-LEER-UN-CICLO-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*    2000-ABRIR-CICLO - ABRE EL CICLO DE LA FECHA PEDIDA (O DEL
003580*    SISTEMA) O REANUDA EL QUE SIGUE ABIERTO. UNA FECHA YA
003590*    CERRADA NO SE VUELVE A ABRIR NUNCA.
003600******************************************************************
003610 2000-ABRIR-CICLO.
003620     IF CC-PARM-VALOR = "REANUDAR"
003630         SET CC88-REANUDAR TO TRUE
003640         IF CC88-SIN-CICLO
003650             MOVE "SIN CICLO ABIERTO QUE REANUDAR"
003660                 TO CC-BIT-RECHAZO
003670             PERFORM 2900-RECHAZAR THRU 2900-RECHAZAR-EXIT
003680             GO TO 2000-ABRIR-CICLO-EXIT
003690         END-IF
003700         MOVE CC-FECHA-ABIERTA TO CC-FECHA-PEDIDA
003710     ELSE
003720         PERFORM 2100-FECHA-PEDIDA THRU 2100-FECHA-PEDIDA-EXIT
003730     END-IF.
003740     MOVE CC-FECHA-PEDIDA TO CC-BR-FECHA.
003750     IF CC-FECHA-PEDIDA = CC-ULTIMO-CERRADO
003760         MOVE "CICLO YA CERRADO: NO SE VUELVE A ABRIR"
003770             TO CC-BIT-RECHAZO
003780         PERFORM 2900-RECHAZAR THRU 2900-RECHAZAR-EXIT
003790         GO TO 2000-ABRIR-CICLO-EXIT
003800     END-IF.
003810     IF CC-FECHA-PEDIDA < CC-ULTIMO-CERRADO
003820         MOVE "FECHA ANTERIOR AL ULTIMO CICLO CERRADO"
003830             TO CC-BIT-RECHAZO
003840         PERFORM 2900-RECHAZAR THRU 2900-RECHAZAR-EXIT
003850         GO TO 2000-ABRIR-CICLO-EXIT
003860     END-IF.
003870     IF CC88-CICLO-ABIERTO AND NOT CC88-REANUDAR
003880         IF CC-FECHA-PEDIDA = CC-FECHA-ABIERTA
003890             MOVE "CICLO YA ABIERTO: RELANZAR CON ABRIR,REANUDAR"
003900                 TO CC-BIT-RECHAZO
003910         ELSE
003920             MOVE CC-FECHA-ABIERTA TO CC-BR-FECHA
003930             MOVE "OTRO CICLO SIGUE ABIERTO: CERRARLO ANTES"
003940                 TO CC-BIT-RECHAZO
003950         END-IF
003960         PERFORM 2900-RECHAZAR THRU 2900-RECHAZAR-EXIT
003970         GO TO 2000-ABRIR-CICLO-EXIT
003980     END-IF.
003990     MOVE SPACES TO FD-REG-CICLO.
004000     IF CC88-REANUDAR
004010         SET FD88-CIC-REANUDACION TO TRUE
004020         MOVE "REANUDADO" TO CC-BR-ACCION
004030     ELSE
004040         SET FD88-CIC-APERTURA TO TRUE
004050         MOVE "ABIERTO" TO CC-BR-ACCION
004060     END-IF.
004070     MOVE CC-FECHA-PEDIDA TO FD-CIC-FECHA-NEGOCIO.
004080     MOVE ZEROS TO FD-CIC-PASOS.
004090     MOVE ZEROS TO FD-CIC-INCIDENCIAS.
004100     PERFORM 2500-GRABAR-CICLO THRU 2500-GRABAR-CICLO-EXIT.
004110     IF CC88-REANUDAR
004112         DISPLAY "CICLO DE NEGOCIO " CC-FECHA-PEDIDA " REANUDADO."
004114     ELSE
004116         DISPLAY "CICLO DE NEGOCIO " CC-FECHA-PEDIDA " ABIERTO."
004120     END-IF.
004130 2000-ABRIR-CICLO-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170*    2100-FECHA-PEDIDA - FECHA DEL PARM (AAAAMMDD) O, SIN ELLA,
004180*    LA DEL SISTEMA. UN FORMATO INVALIDO DETIENE CON RC=16.
004190******************************************************************
004200 2100-FECHA-PEDIDA.
004210     IF CC-PARM-VALOR = SPACES
004220         MOVE CC-FECHA-SISTEMA TO CC-FECHA-PEDIDA
004230         GO TO 2100-FECHA-PEDIDA-EXIT
004240     END-IF.
004250     IF CC-PARM-VALOR(1:8) IS NOT NUMERIC
004260         OR CC-PARM-VALOR(9:2) NOT = SPACES
004270         DISPLAY "*** FECHA INVALIDA EN PARM: '" CC-PARM-VALOR
004280             "'. FORMATO ESPERADO AAAAMMDD. ***"
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     MOVE CC-PARM-VALOR(1:8) TO CC-FECHA-PEDIDA.
004330     IF CC-PARM-VALOR(5:2) < "01"
004340         OR CC-PARM-VALOR(5:2) > "12"
004350         OR CC-PARM-VALOR(7:2) < "01"
004360         OR CC-PARM-VALOR(7:2) > "31"
004370         DISPLAY "*** FECHA FUERA DE RANGO EN PARM: '"
004380             CC-PARM-VALOR "'. ***"
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420 2100-FECHA-PEDIDA-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*    2500-GRABAR-CICLO - ANADE AL FICHERO CICLO EL REGISTRO YA
004470*    PREPARADO CON EL MOMENTO ACTUAL. SE CREA SI NO EXISTE.
004480******************************************************************
004490 2500-GRABAR-CICLO.
004500     MOVE CC-FECHA-SISTEMA      TO FD-CIC-FECHA.
004510     MOVE CC-HORA-SISTEMA(1:6)  TO FD-CIC-HORA.
004520     OPEN EXTEND CICLO-FILE.
004530     IF CC-FS-CICLO = "35"
004540         OPEN OUTPUT CICLO-FILE
004550     END-IF.
004560     IF CC-FS-CICLO NOT = "00"
004570         DISPLAY "*** ERROR ABRIENDO CICLO (STATUS="
004580             CC-FS-CICLO "). ***"
004590         MOVE "TB101E" TO BT-CODIGO
004600         MOVE "ERROR DE APERTURA DE CICLO" TO BT-TEXTO
004610         PERFORM 9710-GRABAR-BITACORA
004620             THRU 9710-GRABAR-BITACORA-EXIT
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660     WRITE FD-REG-CICLO.
004670     IF CC-FS-CICLO NOT = "00"
004680         DISPLAY "*** ERROR GRABANDO CICLO (STATUS="
004690             CC-FS-CICLO "). ***"
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF.
004730     CLOSE CICLO-FILE.
004740 2500-GRABAR-CICLO-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780*    2900-RECHAZAR - RECHAZA LA ACCION PEDIDA: AVISO TB103E EN LA
004790*    BITACORA Y RC=8 PARA RETENER EL TRABAJO.
004800******************************************************************
004810 2900-RECHAZAR.
004820     SET CC88-RECHAZADO TO TRUE.
004830     MOVE "RECHAZADO" TO CC-BR-ACCION.
004840     DISPLAY "*** CICLO " CC-BR-FECHA ": " CC-BIT-RECHAZO.
004860     MOVE "TB103E" TO BT-CODIGO.
004870     MOVE CC-BIT-RECHAZO TO BT-TEXTO.
004880     PERFORM 9710-GRABAR-BITACORA
004890         THRU 9710-GRABAR-BITACORA-EXIT.
004900     MOVE 8 TO RETURN-CODE.
004910 2900-RECHAZAR-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*    3000-CONSULTAR-CICLO - COMPRUEBA QUE HAY UN CICLO ABIERTO
004960*    PARA LOS TRABAJOS QUE SOLO PUEDEN CORRER DENTRO DE EL.
004970******************************************************************
004980 3000-CONSULTAR-CICLO.
004990     MOVE CC-FECHA-ABIERTA TO CC-BR-FECHA.
005000     IF CC88-SIN-CICLO
005010         MOVE CC-ULTIMO-CERRADO TO CC-BR-FECHA
005020         MOVE "SIN CICLO DE NEGOCIO ABIERTO" TO CC-BIT-RECHAZO
005030         PERFORM 2900-RECHAZAR THRU 2900-RECHAZAR-EXIT
005040         GO TO 3000-CONSULTAR-CICLO-EXIT
005050     END-IF.
005060     MOVE "ABIERTO" TO CC-BR-ACCION.
005070     DISPLAY "CICLO DE NEGOCIO " CC-FECHA-ABIERTA " ABIERTO.".
005080 3000-CONSULTAR-CICLO-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120*    4000-CERRAR-CICLO - REUNE LOS PASOS DEL CICLO DESDE LA
005130*    BITACORA, EMITE EL INFORME DE CIERRE Y ANOTA EL CIERRE.
005140******************************************************************
005150 4000-CERRAR-CICLO.
005160     MOVE CC-FECHA-ABIERTA TO CC-BR-FECHA.
005170     IF CC88-SIN-CICLO
005180         MOVE CC-ULTIMO-CERRADO TO CC-BR-FECHA
005190         MOVE "SIN CICLO DE NEGOCIO ABIERTO QUE CERRAR"
005200             TO CC-BIT-RECHAZO
005210         PERFORM 2900-RECHAZAR THRU 2900-RECHAZAR-EXIT
005220         GO TO 4000-CERRAR-CICLO-EXIT
005230     END-IF.
005240     MOVE CC-MOMENTO TO CC-CIERRE.
005250     OPEN INPUT EVENTOS-FILE.
005260     IF CC-FS-EVENTOS NOT = "00"
005270         DISPLAY "*** ERROR ABRIENDO BITCICLO (STATUS="
005280             CC-FS-EVENTOS "). ***"
005290         MOVE "TB101E" TO BT-CODIGO
005300         MOVE "ERROR DE APERTURA DE BITCICLO" TO BT-TEXTO
005310         PERFORM 9710-GRABAR-BITACORA
005320             THRU 9710-GRABAR-BITACORA-EXIT
005330         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360     OPEN OUTPUT INFORME-FILE.
005370     IF CC-FS-INFORME NOT = "00"
005380         DISPLAY "*** ERROR ABRIENDO INFCICLO (STATUS="
005390             CC-FS-INFORME "). ***"
005400         MOVE "TB101E" TO BT-CODIGO
005410         MOVE "ERROR DE APERTURA DE INFCICLO" TO BT-TEXTO
005420         PERFORM 9710-GRABAR-BITACORA
005430             THRU 9710-GRABAR-BITACORA-EXIT
005440         MOVE 16 TO RETURN-CODE
005450         STOP RUN
005460     END-IF.
005470     PERFORM 4100-LEER-EVENTO THRU 4100-LEER-EVENTO-EXIT
005480         UNTIL CC88-EOF-EVENTOS.
005490     CLOSE EVENTOS-FILE.
005500     PERFORM 4300-ESCRIBIR-INFORME
005510         THRU 4300-ESCRIBIR-INFORME-EXIT.
005520     COMPUTE CC-CTR-INCIDENCIAS = CC-CTR-ERRORES
005530         + CC-CTR-SIN-FIN.
005540     MOVE SPACES TO FD-REG-CICLO.
005550     SET FD88-CIC-CIERRE TO TRUE.
005560     MOVE CC-FECHA-ABIERTA   TO FD-CIC-FECHA-NEGOCIO.
005570     MOVE CC-NUM-PASOS       TO FD-CIC-PASOS.
005580     MOVE CC-CTR-INCIDENCIAS TO FD-CIC-INCIDENCIAS.
005590     PERFORM 2500-GRABAR-CICLO THRU 2500-GRABAR-CICLO-EXIT.
005600     MOVE "CERRADO" TO CC-BR-ACCION.
005610     IF CC-CTR-INCIDENCIAS NOT = ZEROS
005620         MOVE 4 TO RETURN-CODE
005630     END-IF.
005633     MOVE CC-NUM-PASOS       TO CC-BR-PASOS.
005636     MOVE CC-CTR-INCIDENCIAS TO CC-BR-INCIDENCIAS.
005640     DISPLAY "CICLO DE NEGOCIO " CC-FECHA-ABIERTA " CERRADO: "
005650         CC-BR-PASOS " PASOS, " CC-BR-INCIDENCIAS
005660         " CON INCIDENCIA.".
005670 4000-CERRAR-CICLO-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710*    4100-LEER-EVENTO - TOMA LOS INICIOS Y FINES DE EJECUCION
005720*    ENTRE LA APERTURA Y EL CIERRE. LOS EVENTOS DEL PROPIO
005730*    TABCICLO NO SON PASOS DEL CICLO.
005740******************************************************************
005750 4100-LEER-EVENTO.
005760     READ EVENTOS-FILE
005770         AT END
005780             SET CC88-EOF-EVENTOS TO TRUE
005790             GO TO 4100-LEER-EVENTO-EXIT
005800     END-READ.
005810     IF FD-EVE-FECHA IS NOT NUMERIC
005820         OR FD-EVE-HORA IS NOT NUMERIC
005830         GO TO 4100-LEER-EVENTO-EXIT
005840     END-IF.
005850     COMPUTE CC-CALC-MOMENTO = FD-EVE-FECHA * 1000000
005860         + FD-EVE-HORA.
005870     IF CC-CALC-MOMENTO < CC-APERTURA
005880         OR CC-CALC-MOMENTO > CC-CIERRE
005890         OR FD-EVE-PROGRAMA = "TABCICLO"
005900         GO TO 4100-LEER-EVENTO-EXIT
005910     END-IF.
005920     ADD 1 TO CC-CTR-EVENTOS.
005930     IF FD-EVE-CODIGO = "TB001I"
005940         PERFORM 4110-NUEVO-PASO THRU 4110-NUEVO-PASO-EXIT
005950         MOVE CC-CALC-MOMENTO TO CC-PA-INICIO(CC-NUM-PASOS)
005960         GO TO 4100-LEER-EVENTO-EXIT
005970     END-IF.
005980     IF FD-EVE-CODIGO NOT = "TB002I"
005990         GO TO 4100-LEER-EVENTO-EXIT
006000     END-IF.
006010     SET CC88-NO-ENCONTRADO TO TRUE.
006020     PERFORM 4120-BUSCAR-PASO THRU 4120-BUSCAR-PASO-EXIT
006030         VARYING CC-IDX-PASO FROM CC-NUM-PASOS BY -1
006040         UNTIL CC-IDX-PASO < 1 OR CC88-ENCONTRADO.
006050     IF CC88-NO-ENCONTRADO
006060         PERFORM 4110-NUEVO-PASO THRU 4110-NUEVO-PASO-EXIT
006070         MOVE CC-NUM-PASOS TO CC-IDX-PASO
006080     ELSE
006090         ADD 1 TO CC-IDX-PASO
006100     END-IF.
006110     MOVE CC-CALC-MOMENTO TO CC-PA-FIN(CC-IDX-PASO).
006120     MOVE FD-EVE-RC       TO CC-PA-RC(CC-IDX-PASO).
006130     SET CC88-PA-CERRADO(CC-IDX-PASO) TO TRUE.
006140 4100-LEER-EVENTO-EXIT.
006150     EXIT.
006160
006170 4110-NUEVO-PASO.
006180     IF CC-NUM-PASOS NOT < CC-MAX-PASOS
006190         DISPLAY "*** MAS DE " CC-MAX-PASOS " PASOS EN EL "
006200             "CICLO. AMPLIAR CC-TAB-PASOS. ***"
006210         MOVE 16 TO RETURN-CODE
006220         STOP RUN
006230     END-IF.
006240     ADD 1 TO CC-NUM-PASOS.
006250     MOVE FD-EVE-PROGRAMA TO CC-PA-PROGRAMA(CC-NUM-PASOS).
006260     MOVE ZEROS           TO CC-PA-INICIO(CC-NUM-PASOS).
006270     MOVE ZEROS           TO CC-PA-FIN(CC-NUM-PASOS).
006280     MOVE SPACES          TO CC-PA-RC(CC-NUM-PASOS).
006290     SET CC88-PA-ABIERTO(CC-NUM-PASOS) TO TRUE.
006300 4110-NUEVO-PASO-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340*    4120-BUSCAR-PASO - EL FIN CORRESPONDE AL INICIO MAS RECIENTE
006350*    DEL MISMO PROGRAMA QUE AUN NO TIENE FIN.
006360******************************************************************
006370 4120-BUSCAR-PASO.
006380     IF CC-PA-PROGRAMA(CC-IDX-PASO) = FD-EVE-PROGRAMA
006390         AND CC88-PA-ABIERTO(CC-IDX-PASO)
006400         SET CC88-ENCONTRADO TO TRUE
006410     END-IF.
006420 4120-BUSCAR-PASO-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460*    4300-ESCRIBIR-INFORME - CABECERA CON LA FECHA DE NEGOCIO Y
006470*    LA VENTANA DEL CICLO, UNA LINEA POR PASO Y TOTALES.
006480******************************************************************
006490 4300-ESCRIBIR-INFORME.
006500     MOVE CC-FECHA-ABIERTA TO CC-LT-FECHA.
006510     WRITE FD-REG-INFORME FROM CC-LINEA-TITULO
006520         BEFORE ADVANCING 1 LINE.
006530     MOVE CC-APERTURA TO CC-CALC-MOMENTO.
006540     MOVE CC-CM-FECHA TO CC-LV-DESDE-FECHA.
006550     MOVE CC-CM-HORA  TO CC-LV-DESDE-HORA.
006560     MOVE CC-CIERRE   TO CC-CALC-MOMENTO.
006570     MOVE CC-CM-FECHA TO CC-LV-HASTA-FECHA.
006580     MOVE CC-CM-HORA  TO CC-LV-HASTA-HORA.
006590     INSPECT CC-LV-DESDE-HORA REPLACING ALL " " BY ":".
006600     INSPECT CC-LV-HASTA-HORA REPLACING ALL " " BY ":".
006610     WRITE FD-REG-INFORME FROM CC-LINEA-VENTANA
006620         BEFORE ADVANCING 1 LINE.
006630     WRITE FD-REG-INFORME FROM CC-LINEA-BLANCO
006640         BEFORE ADVANCING 1 LINE.
006650     IF CC-NUM-PASOS = ZEROS
006660         MOVE "  NINGUN PASO REGISTRADO EN EL CICLO."
006670             TO CC-LINEA-MENSAJE
006680         WRITE FD-REG-INFORME FROM CC-LINEA-MENSAJE
006690             BEFORE ADVANCING 1 LINE
006700     ELSE
006710         WRITE FD-REG-INFORME FROM CC-LINEA-CAB-PASO
006720             BEFORE ADVANCING 1 LINE
006730         PERFORM 4310-ESCRIBIR-PASO THRU 4310-ESCRIBIR-PASO-EXIT
006740             VARYING CC-IDX-PASO FROM 1 BY 1
006750             UNTIL CC-IDX-PASO > CC-NUM-PASOS
006760     END-IF.
006770     WRITE FD-REG-INFORME FROM CC-LINEA-BLANCO
006780         BEFORE ADVANCING 1 LINE.
006790     IF CC-CTR-REANUDACIONES NOT = ZEROS
006800         MOVE "  REANUDACIONES:          " TO CC-LR-ETIQUETA
006810         MOVE CC-CTR-REANUDACIONES TO CC-LR-CUENTA
006820         WRITE FD-REG-INFORME FROM CC-LINEA-RESUMEN
006830             BEFORE ADVANCING 1 LINE
006840     END-IF.
006850     MOVE "  PASOS DEL CICLO:        " TO CC-LR-ETIQUETA.
006860     MOVE CC-NUM-PASOS TO CC-LR-CUENTA.
006870     WRITE FD-REG-INFORME FROM CC-LINEA-RESUMEN
006880         BEFORE ADVANCING 1 LINE.
006890     MOVE "  CORRECTOS (RC=0):       " TO CC-LR-ETIQUETA.
006900     MOVE CC-CTR-CORRECTOS TO CC-LR-CUENTA.
006910     WRITE FD-REG-INFORME FROM CC-LINEA-RESUMEN
006920         BEFORE ADVANCING 1 LINE.
006930     MOVE "  CON AVISO (RC<=4):      " TO CC-LR-ETIQUETA.
006940     MOVE CC-CTR-AVISOS TO CC-LR-CUENTA.
006950     WRITE FD-REG-INFORME FROM CC-LINEA-RESUMEN
006960         BEFORE ADVANCING 1 LINE.
006970     MOVE "  CON ERROR (RC>4):       " TO CC-LR-ETIQUETA.
006980     MOVE CC-CTR-ERRORES TO CC-LR-CUENTA.
006990     WRITE FD-REG-INFORME FROM CC-LINEA-RESUMEN
007000         BEFORE ADVANCING 1 LINE.
007010     MOVE "  SIN FIN:                " TO CC-LR-ETIQUETA.
007020     MOVE CC-CTR-SIN-FIN TO CC-LR-CUENTA.
007030     WRITE FD-REG-INFORME FROM CC-LINEA-RESUMEN
007040         BEFORE ADVANCING 1 LINE.
007050     CLOSE INFORME-FILE.
007060 4300-ESCRIBIR-INFORME-EXIT.
007070     EXIT.
007080
007090 4310-ESCRIBIR-PASO.
007100     MOVE SPACES TO CC-LP-INICIO.
007110     MOVE SPACES TO CC-LP-FIN.
007120     MOVE CC-PA-PROGRAMA(CC-IDX-PASO) TO CC-LP-PROGRAMA.
007130     MOVE CC-PA-RC(CC-IDX-PASO)       TO CC-LP-RC.
007140     IF CC-PA-INICIO(CC-IDX-PASO) NOT = ZEROS
007150         MOVE CC-PA-INICIO(CC-IDX-PASO) TO CC-CALC-MOMENTO
007160         MOVE CC-CM-FECHA TO CC-LP-INI-FECHA
007170         MOVE CC-CM-HORA  TO CC-LP-INI-HORA
007180         INSPECT CC-LP-INI-HORA REPLACING ALL " " BY ":"
007190     END-IF.
007200     IF CC88-PA-ABIERTO(CC-IDX-PASO)
007210         MOVE "SIN FIN" TO CC-LP-ESTADO
007220         ADD 1 TO CC-CTR-SIN-FIN
007230     ELSE
007240         MOVE CC-PA-FIN(CC-IDX-PASO) TO CC-CALC-MOMENTO
007250         MOVE CC-CM-FECHA TO CC-LP-FIN-FECHA
007260         MOVE CC-CM-HORA  TO CC-LP-FIN-HORA
007270         INSPECT CC-LP-FIN-HORA REPLACING ALL " " BY ":"
007280         EVALUATE TRUE
007290             WHEN CC-PA-RC(CC-IDX-PASO) = "00"
007300                 MOVE "CORRECTO" TO CC-LP-ESTADO
007310                 ADD 1 TO CC-CTR-CORRECTOS
007320             WHEN CC-PA-RC(CC-IDX-PASO) IS NUMERIC
007330                 AND CC-PA-RC(CC-IDX-PASO) NOT > "04"
007340                 MOVE "AVISO" TO CC-LP-ESTADO
007350                 ADD 1 TO CC-CTR-AVISOS
007360             WHEN OTHER
007370                 MOVE "ERROR" TO CC-LP-ESTADO
007380                 ADD 1 TO CC-CTR-ERRORES
007390         END-EVALUATE
007400     END-IF.
007410     WRITE FD-REG-INFORME FROM CC-LINEA-PASO
007420         BEFORE ADVANCING 1 LINE.
007430 4310-ESCRIBIR-PASO-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470*    9000-FINALIZAR - RESUMEN Y FIN EN LA BITACORA.
007480******************************************************************
007490 9000-FINALIZAR.
007500     MOVE CC-NUM-PASOS       TO CC-BR-PASOS.
007510     MOVE CC-CTR-INCIDENCIAS TO CC-BR-INCIDENCIAS.
007520     MOVE "TB301I"       TO BT-CODIGO.
007530     MOVE CC-BIT-RESUMEN TO BT-TEXTO.
007540     PERFORM 9710-GRABAR-BITACORA
007550         THRU 9710-GRABAR-BITACORA-EXIT.
007560     MOVE RETURN-CODE TO BT-FIN-RETORNO.
007570     MOVE "TB002I" TO BT-CODIGO.
007580     MOVE BT-TEXTO-FIN TO BT-TEXTO.
007590     PERFORM 9710-GRABAR-BITACORA
007600         THRU 9710-GRABAR-BITACORA-EXIT.
007610     PERFORM 9720-CERRAR-BITACORA
007620         THRU 9720-CERRAR-BITACORA-EXIT.
007630 9000-FINALIZAR-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
007680*    BITACORA CENTRAL DE EXPLOTACION.
007690******************************************************************
007700     COPY TMBITPRC.
007710
007720 END PROGRAM TABCICLO.
