000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABEXCEP.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : INFORME DE EXCEPCIONES DE LA NOCHE PARA EL
000090*                  TURNO DE MANANA, A PARTIR DE LA BITACORA
000100*                  CENTRAL DE EXPLOTACION. TOMA LOS EVENTOS DE
000110*                  LA VENTANA NOCTURNA (DESDE LAS 12:00 DEL DIA
000120*                  INDICADO HASTA LAS 12:00 DEL SIGUIENTE) Y:
000130*                  - EMPAREJA CADA INICIO TB001I CON SU FIN
000140*                    TB002I Y SENALA LOS PROGRAMAS QUE ARRANCARON
000150*                    Y NO TERMINARON (CAIDA O CANCELACION);
000160*                  - CALCULA LA DURACION DE CADA EJECUCION Y LA
000170*                    COMPARA CON EL UMBRAL ESPERADO DEL PROGRAMA
000180*                    (FICHERO UMBRALES, PROGRAMA=MMM EN MINUTOS,
000190*                    DEFECTO=MMM PARA LOS NO INFORMADOS);
000200*                  - LISTA LOS ERRORES (SUFIJO E) Y AVISOS
000210*                    (SUFIJO W) AGRUPADOS POR PROGRAMA.
000220*                  UN ERROR, UN FIN CON RC>=8 O UN INICIO SIN FIN
000230*                  QUEDA RESUELTO SI EL MISMO PROGRAMA TERMINA
000240*                  DESPUES CON RC<=4 Y SIN ERRORES (RELANZAMIENTO
000250*                  CORRECTO). CODIGO DE RETORNO: 0 NOCHE LIMPIA,
000260*                  4 CON AVISOS O EXCEPCIONES YA RESUELTAS, 8 CON
000270*                  EXCEPCIONES SIN RESOLVER (AVISO AL ANALISTA
000280*                  DE GUARDIA). EL DIA DE LA NOCHE SE RECIBE POR
000290*                  PARM EN FORMATO AAAAMMDD; SIN PARM SE TOMA EL
000300*                  DIA ANTERIOR AL DE EJECUCION.
000310*----------------------------------------------------------------*
000320*    HISTORIAL DE MODIFICACIONES                                 *
000330*    FECHA       INIC.  DESCRIPCION
000340*    ----------  -----  ----------------------------------------
000350*    15/10/2026  JLR    VERSION ORIGINAL.
000352*    15/10/2026  JLR    SIN PARM, LA NOCHE ES LA FECHA DE NEGOCIO
000354*                       DEL CICLO ABIERTO (TMCICWS/TMCICPRC); SIN
000356*                       CICLO ABIERTO SIGUE EL DIA ANTERIOR.
000360******************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT NOCHE-FILE ASSIGN TO "BITNOCHE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS TX-FS-NOCHE.
000440
000450     SELECT UMBRALES-FILE ASSIGN TO "UMBRALES"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS TX-FS-UMBRALES.
000480
000490     SELECT INFORME-FILE ASSIGN TO "INFEXCEP"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS TX-FS-INFORME.
000520
000522     SELECT CICLO-FILE ASSIGN TO "CICLO"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS CI-FS-CICLO.
000528
000530     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS BT-FS-BITACORA.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590******************************************************************
000600*    BITACORA DE LA NOCHE, LEIDA COMO ENTRADA (MISMO DATASET QUE
000610*    BITACORA, ASIGNADO APARTE PARA NO MEZCLAR LECTURA Y
000620*    EXTENSION EN EL MISMO FICHERO).
000630******************************************************************
000640 FD  NOCHE-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  FD-REG-NOCHE.
000680     05  FD-NOC-FECHA            PIC 9(08).
000690     05  FD-NOC-HORA             PIC 9(06).
000700     05  FD-NOC-PROGRAMA         PIC X(10).
000710     05  FD-NOC-CODIGO.
000720         10  FD-NOC-COD-RAIZ     PIC X(05).
000730         10  FD-NOC-COD-SUFIJO   PIC X(01).
000740             88  FD88-NOC-ERROR      VALUE "E".
000750             88  FD88-NOC-AVISO      VALUE "W".
000760     05  FD-NOC-TEXTO.
000770         10  FD-NOC-TEXTO-FIN    PIC X(20).
000780         10  FD-NOC-RC           PIC X(02).
000790         10  FILLER              PIC X(28).
000800
000810******************************************************************
000820*    UMBRALES DE DURACION ESPERADA POR PROGRAMA, EN MINUTOS.
000830*    FORMATO CLAVE=VALOR COMO PARAMS: PROGRAMA=MMM O DEFECTO=MMM,
000840*    '*' EN COLUMNA 1 PARA COMENTARIOS.
000850******************************************************************
000860 FD  UMBRALES-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  FD-REG-UMBRALES                 PIC X(80).
000900
000910******************************************************************
000920*    INFORME DE EXCEPCIONES.
000930******************************************************************
000940 FD  INFORME-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  FD-REG-INFORME                  PIC X(80).
000980
000981******************************************************************
000982*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
000983******************************************************************
000984 FD  CICLO-FILE
000985     LABEL RECORDS ARE STANDARD
000986     RECORD CONTAINS 80 CHARACTERS.
000987     COPY TMCICREG.
000988
000990******************************************************************
001000*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
001010******************************************************************
001020 FD  BITACORA-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 80 CHARACTERS.
001050     COPY TMBITREG.
001060
001070 WORKING-STORAGE SECTION.
001080     COPY TMBITWS.
001085     COPY TMCICWS.
001090 01  TX-SW-EOF-NOCHE             PIC X(01) VALUE "N".
001100         88  TX88-EOF-NOCHE          VALUE "S".
001110
001120 01  TX-SW-EOF-UMBRALES          PIC X(01) VALUE "N".
001130         88  TX88-EOF-UMBRALES       VALUE "S".
001140
001150 01  TX-SW-ENCONTRADO            PIC X(01) VALUE "N".
001160         88  TX88-ENCONTRADO         VALUE "S".
001170         88  TX88-NO-ENCONTRADO      VALUE "N".
001180
001190 01  TX-FS-NOCHE                 PIC X(02) VALUE SPACES.
001200 01  TX-FS-UMBRALES              PIC X(02) VALUE SPACES.
001210 01  TX-FS-INFORME               PIC X(02) VALUE SPACES.
001220
001230 01  TX-PARM-DIA                 PIC X(08) VALUE SPACES.
001240 01  TX-FECHA-NOCHE              PIC 9(08) VALUE ZEROS.
001250 01  TX-FECHA-SIGUIENTE          PIC 9(08) VALUE ZEROS.
001270 01  TX-DIA-ENTERO               PIC 9(07) VALUE ZEROS COMP.
001280 01  TX-HORA-CORTE               PIC 9(06) VALUE 120000.
001290 01  TX-DESDE                    PIC 9(14) VALUE ZEROS.
001300 01  TX-HASTA                    PIC 9(14) VALUE ZEROS.
001310 01  TX-MOMENTO                  PIC 9(14) VALUE ZEROS.
001320 01  TX-PROGRAMA                 PIC X(10) VALUE SPACES.
001330 01  TX-UMB-CLAVE                PIC X(20) VALUE SPACES.
001340 01  TX-UMB-VALOR                PIC X(10) VALUE SPACES.
001350 01  TX-UMBRAL-DEFECTO           PIC 9(03) VALUE 60.
001360
001370******************************************************************
001380*    CALCULO DE SEGUNDOS ABSOLUTOS DE UN MOMENTO AAAAMMDDHHMMSS
001390*    PARA LAS DURACIONES (LAS EJECUCIONES CRUZAN LA MEDIANOCHE).
001400******************************************************************
001410 01  TX-CALC-MOMENTO             PIC 9(14) VALUE ZEROS.
001420 01  TX-CALC-MOMENTO-R REDEFINES TX-CALC-MOMENTO.
001430     05  TX-CM-FECHA             PIC 9(08).
001440     05  TX-CM-HH                PIC 9(02).
001450     05  TX-CM-MM                PIC 9(02).
001460     05  TX-CM-SS                PIC 9(02).
001470 01  TX-CALC-SEGUNDOS            PIC 9(11) VALUE ZEROS COMP.
001480 01  TX-SEG-INICIO               PIC 9(11) VALUE ZEROS COMP.
001490 01  TX-DURACION                 PIC 9(07) VALUE ZEROS COMP.
001500 01  TX-DUR-HH                   PIC 9(03) VALUE ZEROS COMP.
001510 01  TX-DUR-MM                   PIC 9(02) VALUE ZEROS COMP.
001520 01  TX-DUR-SS                   PIC 9(02) VALUE ZEROS COMP.
001530 01  TX-RESTO                    PIC 9(07) VALUE ZEROS COMP.
001540 01  TX-REFERENCIA               PIC 9(14) VALUE ZEROS.
001550
001560 77  TX-CTR-LEIDOS               PIC 9(07) VALUE ZEROS COMP.
001570 77  TX-CTR-EN-VENTANA           PIC 9(07) VALUE ZEROS COMP.
001580 77  TX-CTR-OMITIDOS             PIC 9(07) VALUE ZEROS COMP.
001590 77  TX-CTR-ERRORES              PIC 9(07) VALUE ZEROS COMP.
001600 77  TX-CTR-AVISOS               PIC 9(07) VALUE ZEROS COMP.
001610 77  TX-CTR-SIN-FIN              PIC 9(07) VALUE ZEROS COMP.
001620 77  TX-CTR-EXCEDIDAS            PIC 9(07) VALUE ZEROS COMP.
001630 77  TX-CTR-RESUELTAS            PIC 9(07) VALUE ZEROS COMP.
001640 77  TX-CTR-PENDIENTES           PIC 9(07) VALUE ZEROS COMP.
001650
001660 77  TX-IDX-PRG                  PIC S9(03) VALUE ZEROS COMP.
001670 77  TX-IDX-HUECO                PIC 9(03) VALUE ZEROS COMP.
001680 77  TX-IDX-EJE                  PIC S9(05) VALUE ZEROS COMP.
001690 77  TX-IDX-EXC                  PIC 9(05) VALUE ZEROS COMP.
001700 77  TX-IDX-UMB                  PIC 9(03) VALUE ZEROS COMP.
001710 77  TX-POS-PRG                  PIC 9(03) VALUE ZEROS COMP.
001720 77  TX-POS-EJE                  PIC 9(05) VALUE ZEROS COMP.
001730
001740******************************************************************
001750*    UMBRALES LEIDOS DEL FICHERO UMBRALES.
001760******************************************************************
001770 01  TX-MAX-UMBRALES             PIC 9(03) VALUE 100.
001780 01  TX-NUM-UMBRALES             PIC 9(03) VALUE ZEROS COMP.
001790 01  TX-TAB-UMBRALES.
001800     05  TX-UMBRAL               OCCURS 100.
001810         10  TX-UM-PROGRAMA      PIC X(10).
001820         10  TX-UM-MINUTOS       PIC 9(03).
001830
001840******************************************************************
001850*    PROGRAMAS CON EVENTOS EN LA VENTANA, EN ORDEN ALFABETICO.
001860*    PR-OK-FIN ES EL FIN DE LA ULTIMA EJECUCION CORRECTA (RC<=4
001870*    SIN ERRORES): LO ANTERIOR A ESE MOMENTO QUEDA RESUELTO.
001880******************************************************************
001890 01  TX-MAX-PROGRAMAS            PIC 9(03) VALUE 100.
001900 01  TX-NUM-PROGRAMAS            PIC 9(03) VALUE ZEROS COMP.
001910 01  TX-TAB-PROGRAMAS.
001920     05  TX-PROGRAMA-FILA        OCCURS 100.
001930         10  TX-PR-NOMBRE        PIC X(10).
001940         10  TX-PR-UMBRAL        PIC 9(03).
001950         10  TX-PR-ERRORES       PIC 9(05) COMP.
001960         10  TX-PR-AVISOS        PIC 9(05) COMP.
001970         10  TX-PR-OK-FIN        PIC 9(14).
001980
001990******************************************************************
002000*    EJECUCIONES EN ORDEN CRONOLOGICO DE INICIO.
002010******************************************************************
002020 01  TX-MAX-EJECUCIONES          PIC 9(05) VALUE 1000.
002030 01  TX-NUM-EJECUCIONES          PIC 9(05) VALUE ZEROS COMP.
002040 01  TX-TAB-EJECUCIONES.
002050     05  TX-EJECUCION            OCCURS 1000.
002060         10  TX-EJ-PROGRAMA      PIC X(10).
002070         10  TX-EJ-INICIO        PIC 9(14).
002080         10  TX-EJ-FIN           PIC 9(14).
002090         10  TX-EJ-RC            PIC 9(02).
002100         10  TX-EJ-ESTADO        PIC X(01).
002110             88  TX88-EJ-ABIERTA     VALUE "A".
002120             88  TX88-EJ-CERRADA     VALUE "C".
002130             88  TX88-EJ-SIN-INICIO  VALUE "F".
002140         10  TX-EJ-ERRORES       PIC 9(05) COMP.
002150
002160******************************************************************
002170*    ERRORES Y AVISOS EN ORDEN DE LLEGADA.
002180******************************************************************
002190 01  TX-MAX-EXCEPCIONES          PIC 9(05) VALUE 2000.
002200 01  TX-NUM-EXCEPCIONES          PIC 9(05) VALUE ZEROS COMP.
002210 01  TX-TAB-EXCEPCIONES.
002220     05  TX-EXCEPCION            OCCURS 2000.
002230         10  TX-EX-PROGRAMA      PIC X(10).
002240         10  TX-EX-MOMENTO       PIC 9(14).
002250         10  TX-EX-CODIGO        PIC X(06).
002260         10  TX-EX-TEXTO         PIC X(50).
002270
002280 01  TX-LINEA-TITULO             PIC X(80)
002290     VALUE "INFORME DE EXCEPCIONES DE LA NOCHE - BITACORA".
002300
002310 01  TX-LINEA-BLANCO             PIC X(80) VALUE SPACES.
002320
002330 01  TX-LINEA-SECCION            PIC X(80) VALUE SPACES.
002340
002350 01  TX-LINEA-VENTANA.
002360     05  FILLER                  PIC X(17) VALUE
002370         "  VENTANA: DESDE ".
002380     05  TX-LV-DESDE-FECHA       PIC 9(08).
002390     05  FILLER                  PIC X(01) VALUE SPACES.
002400     05  TX-LV-DESDE-HORA        PIC 99B99B99.
002410     05  FILLER                  PIC X(07) VALUE " HASTA ".
002420     05  TX-LV-HASTA-FECHA       PIC 9(08).
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  TX-LV-HASTA-HORA        PIC 99B99B99.
002450     05  FILLER                  PIC X(22) VALUE SPACES.
002460
002470 01  TX-LINEA-CAB-EJECUCION.
002480     05  FILLER                  PIC X(40) VALUE
002490         "  PROGRAMA   INICIO      FIN         DUR".
002500     05  FILLER                  PIC X(40) VALUE
002510         "ACION UMB RC OBSERVACION      ESTADO".
002520
002530 01  TX-LINEA-EJECUCION.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  TX-LE-PROGRAMA          PIC X(10).
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  TX-LE-INICIO.
002580         10  TX-LE-INI-DIA       PIC 9(02).
002590         10  FILLER              PIC X(01) VALUE SPACES.
002600         10  TX-LE-INI-HORA      PIC 99B99B99.
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  TX-LE-FIN.
002630         10  TX-LE-FIN-DIA       PIC 9(02).
002640         10  FILLER              PIC X(01) VALUE SPACES.
002650         10  TX-LE-FIN-HORA      PIC 99B99B99.
002660     05  FILLER                  PIC X(01) VALUE SPACES.
002670     05  TX-LE-DURACION          PIC 99B99B99.
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690     05  TX-LE-UMBRAL            PIC ZZ9.
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002710     05  TX-LE-RC                PIC X(02).
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  TX-LE-OBSERVACION       PIC X(16).
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  TX-LE-ESTADO            PIC X(10).
002760
002770 01  TX-LINEA-PROGRAMA.
002780     05  FILLER                  PIC X(11) VALUE "  PROGRAMA ".
002790     05  TX-LP-PROGRAMA          PIC X(10).
002800     05  FILLER                  PIC X(10) VALUE "  ERRORES ".
002810     05  TX-LP-ERRORES           PIC ZZZZ9.
002820     05  FILLER                  PIC X(09) VALUE "  AVISOS ".
002830     05  TX-LP-AVISOS            PIC ZZZZ9.
002840     05  FILLER                  PIC X(30) VALUE SPACES.
002850
002860 01  TX-LINEA-EXCEPCION.
002870     05  TX-LX-MARCA             PIC X(02).
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  TX-LX-DIA               PIC 9(02).
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  TX-LX-HORA              PIC 99B99B99.
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  TX-LX-CODIGO            PIC X(06).
002940     05  FILLER                  PIC X(01) VALUE SPACES.
002950     05  TX-LX-TEXTO             PIC X(50).
002960     05  FILLER                  PIC X(07) VALUE SPACES.
002970
002980 01  TX-LINEA-RESUMEN.
002990     05  TX-LR-ETIQUETA          PIC X(26).
003000     05  TX-LR-CUENTA            PIC ZZZZZZ9.
003010     05  FILLER                  PIC X(47) VALUE SPACES.
003020
003030 PROCEDURE DIVISION.
003040******************************************************************
003050*    0000-MAINLINE - CONTROL PRINCIPAL DEL INFORME DE EXCEPCIONES.
003060******************************************************************
003070 0000-MAINLINE.
003080     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003090     PERFORM 2000-LEER-EVENTO THRU 2000-LEER-EVENTO-EXIT
003100         UNTIL TX88-EOF-NOCHE.
003110     PERFORM 4000-ESCRIBIR-EJECUCIONES
003120         THRU 4000-ESCRIBIR-EJECUCIONES-EXIT.
003130     PERFORM 5000-ESCRIBIR-EXCEPCIONES
003140         THRU 5000-ESCRIBIR-EXCEPCIONES-EXIT.
003150     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
003160     STOP RUN.
003170
003180******************************************************************
003190*    1000-INICIALIZAR - VALIDA EL PARM DEL DIA (AAAAMMDD), TOMA
003200*    EL DIA ANTERIOR SI NO SE RECIBE, FIJA LA VENTANA NOCTURNA,
003210*    CARGA LOS UMBRALES Y ABRE LOS FICHEROS.
003220******************************************************************
003230 1000-INICIALIZAR.
003240     PERFORM 9700-ABRIR-BITACORA
003250         THRU 9700-ABRIR-BITACORA-EXIT.
003260     MOVE "TABEXCEP" TO BT-PROGRAMA.
003270     MOVE "TB001I" TO BT-CODIGO.
003280     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
003290     PERFORM 9710-GRABAR-BITACORA
003300         THRU 9710-GRABAR-BITACORA-EXIT.
003310     ACCEPT TX-PARM-DIA FROM COMMAND-LINE.
003320     IF TX-PARM-DIA = SPACES
003330         PERFORM 9600-FECHA-NEGOCIO
003335             THRU 9600-FECHA-NEGOCIO-EXIT
003340         IF CI88-CICLO-ABIERTO
003345             MOVE CI-FECHA-NEGOCIO TO TX-FECHA-NOCHE
003350         ELSE
003355             COMPUTE TX-DIA-ENTERO =
003360                 FUNCTION INTEGER-OF-DATE(CI-FECHA-NEGOCIO) - 1
003365             COMPUTE TX-FECHA-NOCHE =
003370                 FUNCTION DATE-OF-INTEGER(TX-DIA-ENTERO)
003375         END-IF
003380     ELSE
003390         IF TX-PARM-DIA IS NOT NUMERIC
003400             DISPLAY "*** PARM DE DIA INVALIDO: '" TX-PARM-DIA
003410                 "'. FORMATO ESPERADO AAAAMMDD. ***"
003420             MOVE 16 TO RETURN-CODE
003430             STOP RUN
003440         END-IF
003450         MOVE TX-PARM-DIA TO TX-FECHA-NOCHE
003460         IF TX-FECHA-NOCHE(5:2) < "01"
003470             OR TX-FECHA-NOCHE(5:2) > "12"
003480             OR TX-FECHA-NOCHE(7:2) < "01"
003490             OR TX-FECHA-NOCHE(7:2) > "31"
003500             DISPLAY "*** DIA FUERA DE RANGO EN PARM: '"
003510                 TX-PARM-DIA "'. ***"
003520             MOVE 16 TO RETURN-CODE
003530             STOP RUN
003540         END-IF
003550     END-IF.
003560     COMPUTE TX-DIA-ENTERO =
003570         FUNCTION INTEGER-OF-DATE(TX-FECHA-NOCHE) + 1.
003580     COMPUTE TX-FECHA-SIGUIENTE =
003590         FUNCTION DATE-OF-INTEGER(TX-DIA-ENTERO).
003600     COMPUTE TX-DESDE = TX-FECHA-NOCHE * 1000000 + TX-HORA-CORTE.
003610     COMPUTE TX-HASTA =
003620         TX-FECHA-SIGUIENTE * 1000000 + TX-HORA-CORTE.
003630     PERFORM 1100-LEER-UMBRALES THRU 1100-LEER-UMBRALES-EXIT.
003640     OPEN INPUT NOCHE-FILE.
003650     IF TX-FS-NOCHE NOT = "00"
003660         DISPLAY "*** ERROR ABRIENDO BITNOCHE (STATUS="
003670             TX-FS-NOCHE "). ***"
003680         MOVE "TB101E" TO BT-CODIGO
003690         MOVE "ERROR DE APERTURA DE BITNOCHE" TO BT-TEXTO
003700         PERFORM 9710-GRABAR-BITACORA
003710             THRU 9710-GRABAR-BITACORA-EXIT
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     OPEN OUTPUT INFORME-FILE.
003760     IF TX-FS-INFORME NOT = "00"
003770         DISPLAY "*** ERROR ABRIENDO INFEXCEP (STATUS="
003780             TX-FS-INFORME "). ***"
003790         MOVE "TB101E" TO BT-CODIGO
003800         MOVE "ERROR DE APERTURA DE INFEXCEP" TO BT-TEXTO
003810         PERFORM 9710-GRABAR-BITACORA
003820             THRU 9710-GRABAR-BITACORA-EXIT
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     WRITE FD-REG-INFORME FROM TX-LINEA-TITULO
003870         BEFORE ADVANCING 1 LINE.
003880     MOVE TX-FECHA-NOCHE     TO TX-LV-DESDE-FECHA.
003890     MOVE TX-HORA-CORTE      TO TX-LV-DESDE-HORA.
003900     MOVE TX-FECHA-SIGUIENTE TO TX-LV-HASTA-FECHA.
003910     MOVE TX-HORA-CORTE      TO TX-LV-HASTA-HORA.
003920     INSPECT TX-LV-DESDE-HORA REPLACING ALL " " BY ":".
003930     INSPECT TX-LV-HASTA-HORA REPLACING ALL " " BY ":".
003940     WRITE FD-REG-INFORME FROM TX-LINEA-VENTANA
003950         BEFORE ADVANCING 1 LINE.
003960     WRITE FD-REG-INFORME FROM TX-LINEA-BLANCO
003970         BEFORE ADVANCING 1 LINE.
003980 1000-INICIALIZAR-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020*    1100-LEER-UMBRALES - CARGA LOS UMBRALES POR PROGRAMA. SIN
004030*    FICHERO TODOS LOS PROGRAMAS TOMAN EL UMBRAL POR DEFECTO.
004040*    UN VALOR NO NUMERICO DETIENE EL PROGRAMA CON RC=16, IGUAL
004050*    QUE EN PARAMS.
004060******************************************************************
004070 1100-LEER-UMBRALES.
004080     OPEN INPUT UMBRALES-FILE.
004090     IF TX-FS-UMBRALES = "35"
004100         DISPLAY "UMBRALES NO PRESENTE. SE APLICA EL UMBRAL "
004110             "POR DEFECTO (" TX-UMBRAL-DEFECTO " MINUTOS)."
004120         GO TO 1100-LEER-UMBRALES-EXIT
004130     END-IF.
004140     IF TX-FS-UMBRALES NOT = "00"
004150         DISPLAY "*** ERROR ABRIENDO UMBRALES (STATUS="
004160             TX-FS-UMBRALES "). ***"
004170         MOVE "TB101E" TO BT-CODIGO
004180         MOVE "ERROR DE APERTURA DE UMBRALES" TO BT-TEXTO
004190         PERFORM 9710-GRABAR-BITACORA
004200             THRU 9710-GRABAR-BITACORA-EXIT
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240     PERFORM 1110-LEER-UN-UMBRAL THRU 1110-LEER-UN-UMBRAL-EXIT
004250         UNTIL TX88-EOF-UMBRALES.
004260     CLOSE UMBRALES-FILE.
004270 1100-LEER-UMBRALES-EXIT.
004280     EXIT.
004290
004300 1110-LEER-UN-UMBRAL.
004310     READ UMBRALES-FILE
004320         AT END
004330             SET TX88-EOF-UMBRALES TO TRUE
004340             GO TO 1110-LEER-UN-UMBRAL-EXIT
004350     END-READ.
004360     IF FD-REG-UMBRALES = SPACES
004370         OR FD-REG-UMBRALES(1:1) = "*"
004380         GO TO 1110-LEER-UN-UMBRAL-EXIT
004390     END-IF.
004400     MOVE SPACES TO TX-UMB-CLAVE.
004410     MOVE SPACES TO TX-UMB-VALOR.
004420     UNSTRING FD-REG-UMBRALES DELIMITED BY "="
004430         INTO TX-UMB-CLAVE TX-UMB-VALOR.
004440     IF TX-UMB-VALOR(1:3) IS NOT NUMERIC
004450         DISPLAY "*** VALOR INVALIDO EN UMBRALES PARA '"
004460             TX-UMB-CLAVE "': '" TX-UMB-VALOR "'. SE "
004470             "ESPERAN TRES CIFRAS. ***"
004480         MOVE 16 TO RETURN-CODE
004490         STOP RUN
004500     END-IF.
004510     IF TX-UMB-CLAVE = "DEFECTO"
004520         MOVE TX-UMB-VALOR(1:3) TO TX-UMBRAL-DEFECTO
004530         GO TO 1110-LEER-UN-UMBRAL-EXIT
004540     END-IF.
004550     IF TX-NUM-UMBRALES NOT < TX-MAX-UMBRALES
004560         DISPLAY "*** MAS DE " TX-MAX-UMBRALES " PROGRAMAS EN "
004570             "UMBRALES: AMPLIAR TX-TAB-UMBRALES. ***"
004580         MOVE 16 TO RETURN-CODE
004590         STOP RUN
004600     END-IF.
004610     ADD 1 TO TX-NUM-UMBRALES.
004620     MOVE TX-UMB-CLAVE TO TX-UM-PROGRAMA(TX-NUM-UMBRALES).
004630     MOVE TX-UMB-VALOR(1:3) TO TX-UM-MINUTOS(TX-NUM-UMBRALES).
004640 1110-LEER-UN-UMBRAL-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*    2000-LEER-EVENTO - LEE UN EVENTO DE LA BITACORA Y, SI CAE
004690*    EN LA VENTANA, LO CLASIFICA: INICIO, FIN, ERROR O AVISO.
004700*    LOS EVENTOS DEL PROPIO TABEXCEP NO SE ANALIZAN.
004710******************************************************************
004720 2000-LEER-EVENTO.
004730     READ NOCHE-FILE
004740         AT END
004750             SET TX88-EOF-NOCHE TO TRUE
004760             GO TO 2000-LEER-EVENTO-EXIT
004770     END-READ.
004780     ADD 1 TO TX-CTR-LEIDOS.
004790     IF FD-NOC-FECHA IS NOT NUMERIC
004800         OR FD-NOC-HORA IS NOT NUMERIC
004810         ADD 1 TO TX-CTR-OMITIDOS
004820         GO TO 2000-LEER-EVENTO-EXIT
004830     END-IF.
004840     COMPUTE TX-MOMENTO = FD-NOC-FECHA * 1000000 + FD-NOC-HORA.
004850     IF TX-MOMENTO < TX-DESDE
004860         OR TX-MOMENTO NOT < TX-HASTA
004870         OR FD-NOC-PROGRAMA = "TABEXCEP"
004880         GO TO 2000-LEER-EVENTO-EXIT
004890     END-IF.
004900     ADD 1 TO TX-CTR-EN-VENTANA.
004910     MOVE FD-NOC-PROGRAMA TO TX-PROGRAMA.
004920     PERFORM 2100-LOCALIZAR-PROGRAMA
004930         THRU 2100-LOCALIZAR-PROGRAMA-EXIT.
004940     EVALUATE TRUE
004950         WHEN FD-NOC-CODIGO = "TB001I"
004960             PERFORM 2200-ABRIR-EJECUCION
004970                 THRU 2200-ABRIR-EJECUCION-EXIT
004980         WHEN FD-NOC-CODIGO = "TB002I"
004990             PERFORM 2300-CERRAR-EJECUCION
005000                 THRU 2300-CERRAR-EJECUCION-EXIT
005010         WHEN FD88-NOC-ERROR OR FD88-NOC-AVISO
005020             PERFORM 2400-ANOTAR-EXCEPCION
005030                 THRU 2400-ANOTAR-EXCEPCION-EXIT
005040         WHEN OTHER
005050             CONTINUE
005060     END-EVALUATE.
005070 2000-LEER-EVENTO-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*    2100-LOCALIZAR-PROGRAMA - DEJA EN TX-POS-PRG LA FILA DE
005120*    TX-PROGRAMA, DANDOLA DE ALTA EN SU POSICION ALFABETICA CON
005130*    SU UMBRAL SI NO EXISTIA.
005140******************************************************************
005150 2100-LOCALIZAR-PROGRAMA.
005160     PERFORM 2110-BUSCAR-HUECO THRU 2110-BUSCAR-HUECO-EXIT
005170         VARYING TX-IDX-HUECO FROM 1 BY 1
005180         UNTIL TX-IDX-HUECO > TX-NUM-PROGRAMAS
005190         OR TX-PR-NOMBRE(TX-IDX-HUECO) NOT < TX-PROGRAMA.
005200     MOVE TX-IDX-HUECO TO TX-POS-PRG.
005210     IF TX-IDX-HUECO NOT > TX-NUM-PROGRAMAS
005220         AND TX-PR-NOMBRE(TX-IDX-HUECO) = TX-PROGRAMA
005230         GO TO 2100-LOCALIZAR-PROGRAMA-EXIT
005240     END-IF.
005250     IF TX-NUM-PROGRAMAS NOT < TX-MAX-PROGRAMAS
005260         DISPLAY "*** MAS DE " TX-MAX-PROGRAMAS " PROGRAMAS EN "
005270             "LA BITACORA: AMPLIAR TX-TAB-PROGRAMAS. ***"
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     PERFORM 2120-DESPLAZAR-PROGRAMA
005320         THRU 2120-DESPLAZAR-PROGRAMA-EXIT
005330         VARYING TX-IDX-PRG FROM TX-NUM-PROGRAMAS BY -1
005340         UNTIL TX-IDX-PRG < TX-IDX-HUECO.
005350     ADD 1 TO TX-NUM-PROGRAMAS.
005360     MOVE TX-PROGRAMA TO TX-PR-NOMBRE(TX-POS-PRG).
005370     MOVE ZEROS TO TX-PR-ERRORES(TX-POS-PRG).
005380     MOVE ZEROS TO TX-PR-AVISOS(TX-POS-PRG).
005390     MOVE ZEROS TO TX-PR-OK-FIN(TX-POS-PRG).
005400     MOVE TX-UMBRAL-DEFECTO TO TX-PR-UMBRAL(TX-POS-PRG).
005410     PERFORM 2130-BUSCAR-UMBRAL THRU 2130-BUSCAR-UMBRAL-EXIT
005420         VARYING TX-IDX-UMB FROM 1 BY 1
005430         UNTIL TX-IDX-UMB > TX-NUM-UMBRALES.
005440 2100-LOCALIZAR-PROGRAMA-EXIT.
005450     EXIT.
005460
005470 2110-BUSCAR-HUECO.
005480     CONTINUE.
005490 2110-BUSCAR-HUECO-EXIT.
005500     EXIT.
005510
005520 2120-DESPLAZAR-PROGRAMA.
005530     MOVE TX-PROGRAMA-FILA(TX-IDX-PRG)
005540         TO TX-PROGRAMA-FILA(TX-IDX-PRG + 1).
005550 2120-DESPLAZAR-PROGRAMA-EXIT.
005560     EXIT.
005570
005580 2130-BUSCAR-UMBRAL.
005590     IF TX-UM-PROGRAMA(TX-IDX-UMB) = TX-PROGRAMA
005600         MOVE TX-UM-MINUTOS(TX-IDX-UMB)
005610             TO TX-PR-UMBRAL(TX-POS-PRG)
005620     END-IF.
005630 2130-BUSCAR-UMBRAL-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*    2200-ABRIR-EJECUCION - INICIO TB001I: NUEVA EJECUCION
005680*    ABIERTA DEL PROGRAMA. UNA EJECUCION ANTERIOR QUE SIGA
005690*    ABIERTA SE QUEDA ASI (NO LLEGO A TERMINAR).
005700******************************************************************
005710 2200-ABRIR-EJECUCION.
005720     PERFORM 2210-NUEVA-EJECUCION
005730         THRU 2210-NUEVA-EJECUCION-EXIT.
005740     MOVE TX-MOMENTO TO TX-EJ-INICIO(TX-POS-EJE).
005750     SET TX88-EJ-ABIERTA(TX-POS-EJE) TO TRUE.
005760 2200-ABRIR-EJECUCION-EXIT.
005770     EXIT.
005780
005790 2210-NUEVA-EJECUCION.
005800     IF TX-NUM-EJECUCIONES NOT < TX-MAX-EJECUCIONES
005810         DISPLAY "*** MAS DE " TX-MAX-EJECUCIONES " EJECUCIONES "
005820             "EN LA VENTANA: AMPLIAR TX-TAB-EJECUCIONES. ***"
005830         MOVE 16 TO RETURN-CODE
005840         STOP RUN
005850     END-IF.
005860     ADD 1 TO TX-NUM-EJECUCIONES.
005870     MOVE TX-NUM-EJECUCIONES TO TX-POS-EJE.
005880     MOVE TX-PROGRAMA TO TX-EJ-PROGRAMA(TX-POS-EJE).
005890     MOVE ZEROS TO TX-EJ-INICIO(TX-POS-EJE).
005900     MOVE ZEROS TO TX-EJ-FIN(TX-POS-EJE).
005910     MOVE ZEROS TO TX-EJ-RC(TX-POS-EJE).
005920     MOVE ZEROS TO TX-EJ-ERRORES(TX-POS-EJE).
005930 2210-NUEVA-EJECUCION-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    2300-CERRAR-EJECUCION - FIN TB002I: CIERRA LA ULTIMA
005980*    EJECUCION ABIERTA DEL PROGRAMA CON SU RC (TEXTO "FIN DE
005990*    EJECUCION RC=NN"). SIN INICIO EN LA VENTANA SE ANOTA COMO
006000*    FIN SIN INICIO. UN FIN CORRECTO RESUELVE LO ANTERIOR.
006010******************************************************************
006020 2300-CERRAR-EJECUCION.
006030     PERFORM 2310-BUSCAR-ABIERTA THRU 2310-BUSCAR-ABIERTA-EXIT.
006040     IF TX88-NO-ENCONTRADO
006050         PERFORM 2210-NUEVA-EJECUCION
006060             THRU 2210-NUEVA-EJECUCION-EXIT
006070         SET TX88-EJ-SIN-INICIO(TX-POS-EJE) TO TRUE
006080     ELSE
006090         SET TX88-EJ-CERRADA(TX-POS-EJE) TO TRUE
006100     END-IF.
006110     MOVE TX-MOMENTO TO TX-EJ-FIN(TX-POS-EJE).
006120     IF FD-NOC-RC IS NUMERIC
006130         MOVE FD-NOC-RC TO TX-EJ-RC(TX-POS-EJE)
006140     ELSE
006150         MOVE 99 TO TX-EJ-RC(TX-POS-EJE)
006160     END-IF.
006170     IF TX-EJ-RC(TX-POS-EJE) NOT > 4
006180         AND TX-EJ-ERRORES(TX-POS-EJE) = ZEROS
006190         MOVE TX-MOMENTO TO TX-PR-OK-FIN(TX-POS-PRG)
006200     END-IF.
006210 2300-CERRAR-EJECUCION-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    2310-BUSCAR-ABIERTA - DEJA EN TX-POS-EJE LA ULTIMA
006260*    EJECUCION ABIERTA DE TX-PROGRAMA, SI LA HAY.
006270******************************************************************
006280 2310-BUSCAR-ABIERTA.
006290     SET TX88-NO-ENCONTRADO TO TRUE.
006300     PERFORM 2320-COMPROBAR-ABIERTA
006310         THRU 2320-COMPROBAR-ABIERTA-EXIT
006320         VARYING TX-IDX-EJE FROM TX-NUM-EJECUCIONES BY -1
006330         UNTIL TX-IDX-EJE < 1 OR TX88-ENCONTRADO.
006340 2310-BUSCAR-ABIERTA-EXIT.
006350     EXIT.
006360
006370 2320-COMPROBAR-ABIERTA.
006380     IF TX-EJ-PROGRAMA(TX-IDX-EJE) = TX-PROGRAMA
006390         AND TX88-EJ-ABIERTA(TX-IDX-EJE)
006400         SET TX88-ENCONTRADO TO TRUE
006410         MOVE TX-IDX-EJE TO TX-POS-EJE
006420     END-IF.
006430 2320-COMPROBAR-ABIERTA-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470*    2400-ANOTAR-EXCEPCION - GUARDA EL ERROR O AVISO, LO CUENTA
006480*    EN SU PROGRAMA Y, SI ES UN ERROR, EN LA EJECUCION ABIERTA
006490*    DEL PROGRAMA (QUE YA NO PODRA CONTAR COMO CORRECTA).
006500******************************************************************
006510 2400-ANOTAR-EXCEPCION.
006520     IF TX-NUM-EXCEPCIONES NOT < TX-MAX-EXCEPCIONES
006530         DISPLAY "*** MAS DE " TX-MAX-EXCEPCIONES " EXCEPCIONES "
006540             "EN LA VENTANA: AMPLIAR TX-TAB-EXCEPCIONES. ***"
006550         MOVE 16 TO RETURN-CODE
006560         STOP RUN
006570     END-IF.
006580     ADD 1 TO TX-NUM-EXCEPCIONES.
006590     MOVE TX-PROGRAMA   TO TX-EX-PROGRAMA(TX-NUM-EXCEPCIONES).
006600     MOVE TX-MOMENTO    TO TX-EX-MOMENTO(TX-NUM-EXCEPCIONES).
006610     MOVE FD-NOC-CODIGO TO TX-EX-CODIGO(TX-NUM-EXCEPCIONES).
006620     MOVE FD-NOC-TEXTO  TO TX-EX-TEXTO(TX-NUM-EXCEPCIONES).
006630     IF FD88-NOC-AVISO
006640         ADD 1 TO TX-PR-AVISOS(TX-POS-PRG)
006650         ADD 1 TO TX-CTR-AVISOS
006660         GO TO 2400-ANOTAR-EXCEPCION-EXIT
006670     END-IF.
006680     ADD 1 TO TX-PR-ERRORES(TX-POS-PRG).
006690     ADD 1 TO TX-CTR-ERRORES.
006700     PERFORM 2310-BUSCAR-ABIERTA THRU 2310-BUSCAR-ABIERTA-EXIT.
006710     IF TX88-ENCONTRADO
006720         ADD 1 TO TX-EJ-ERRORES(TX-POS-EJE)
006730     END-IF.
006740 2400-ANOTAR-EXCEPCION-EXIT.
006750     EXIT.
006760
006770******************************************************************
006780*    4000-ESCRIBIR-EJECUCIONES - UNA LINEA POR EJECUCION,
006790*    AGRUPADAS POR PROGRAMA Y EN ORDEN DE INICIO DENTRO DE CADA
006800*    PROGRAMA, CON DURACION, UMBRAL, RC Y OBSERVACION.
006810******************************************************************
006820 4000-ESCRIBIR-EJECUCIONES.
006830     MOVE "  EJECUCIONES DE LA NOCHE:" TO TX-LINEA-SECCION.
006840     WRITE FD-REG-INFORME FROM TX-LINEA-SECCION
006850         BEFORE ADVANCING 1 LINE.
006860     IF TX-NUM-EJECUCIONES = ZEROS
006870         MOVE "  NINGUNA EJECUCION EN LA VENTANA."
006880             TO TX-LINEA-SECCION
006890         WRITE FD-REG-INFORME FROM TX-LINEA-SECCION
006900             BEFORE ADVANCING 1 LINE
006910         GO TO 4000-ESCRIBIR-EJECUCIONES-EXIT
006920     END-IF.
006930     WRITE FD-REG-INFORME FROM TX-LINEA-CAB-EJECUCION
006940         BEFORE ADVANCING 1 LINE.
006950     PERFORM 4100-EJECUCIONES-PROGRAMA
006960         THRU 4100-EJECUCIONES-PROGRAMA-EXIT
006970         VARYING TX-IDX-PRG FROM 1 BY 1
006980         UNTIL TX-IDX-PRG > TX-NUM-PROGRAMAS.
006990 4000-ESCRIBIR-EJECUCIONES-EXIT.
007000     EXIT.
007010
007020 4100-EJECUCIONES-PROGRAMA.
007030     MOVE TX-IDX-PRG TO TX-POS-PRG.
007040     PERFORM 4200-LINEA-EJECUCION THRU 4200-LINEA-EJECUCION-EXIT
007050         VARYING TX-IDX-EJE FROM 1 BY 1
007060         UNTIL TX-IDX-EJE > TX-NUM-EJECUCIONES.
007070 4100-EJECUCIONES-PROGRAMA-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110*    4200-LINEA-EJECUCION - CLASIFICA LA EJECUCION: SIN FIN,
007120*    FIN SIN INICIO, RC DE ERROR, CON ERRORES O FUERA DE UMBRAL,
007130*    Y DECIDE SI LA EXCEPCION ESTA RESUELTA O PENDIENTE.
007140******************************************************************
007150 4200-LINEA-EJECUCION.
007160     IF TX-EJ-PROGRAMA(TX-IDX-EJE) NOT = TX-PR-NOMBRE(TX-POS-PRG)
007170         GO TO 4200-LINEA-EJECUCION-EXIT
007180     END-IF.
007190     MOVE SPACES TO TX-LINEA-EJECUCION.
007200     MOVE TX-EJ-PROGRAMA(TX-IDX-EJE) TO TX-LE-PROGRAMA.
007210     MOVE TX-PR-UMBRAL(TX-POS-PRG) TO TX-LE-UMBRAL.
007220     MOVE SPACES TO TX-LE-OBSERVACION.
007230     MOVE SPACES TO TX-LE-ESTADO.
007240     IF TX88-EJ-SIN-INICIO(TX-IDX-EJE)
007250         MOVE TX-EJ-FIN(TX-IDX-EJE) TO TX-REFERENCIA
007260     ELSE
007270         MOVE TX-EJ-INICIO(TX-IDX-EJE) TO TX-REFERENCIA
007280         MOVE TX-EJ-INICIO(TX-IDX-EJE) TO TX-CALC-MOMENTO
007290         MOVE TX-CM-FECHA(7:2) TO TX-LE-INI-DIA
007300         MOVE TX-CALC-MOMENTO(9:6) TO TX-LE-INI-HORA
007310         INSPECT TX-LE-INICIO REPLACING ALL " " BY ":"
007320         MOVE SPACE TO TX-LE-INICIO(3:1)
007330     END-IF.
007340     IF TX88-EJ-ABIERTA(TX-IDX-EJE)
007350         ADD 1 TO TX-CTR-SIN-FIN
007360         MOVE "SIN FIN (CAIDA)" TO TX-LE-OBSERVACION
007370         GO TO 4200-LINEA-EJECUCION-ESTADO
007380     END-IF.
007390     MOVE TX-EJ-FIN(TX-IDX-EJE) TO TX-CALC-MOMENTO.
007400     MOVE TX-CM-FECHA(7:2) TO TX-LE-FIN-DIA.
007410     MOVE TX-CALC-MOMENTO(9:6) TO TX-LE-FIN-HORA.
007420     INSPECT TX-LE-FIN REPLACING ALL " " BY ":".
007430     MOVE SPACE TO TX-LE-FIN(3:1).
007440     MOVE TX-EJ-RC(TX-IDX-EJE) TO TX-LE-RC.
007450     IF TX88-EJ-SIN-INICIO(TX-IDX-EJE)
007460         MOVE "FIN SIN INICIO" TO TX-LE-OBSERVACION
007470     ELSE
007480         PERFORM 4300-CALCULAR-DURACION
007490             THRU 4300-CALCULAR-DURACION-EXIT
007500     END-IF.
007510     IF TX-EJ-RC(TX-IDX-EJE) > 4
007520         MOVE "RC DE ERROR" TO TX-LE-OBSERVACION
007530         GO TO 4200-LINEA-EJECUCION-ESTADO
007540     END-IF.
007550     IF TX-EJ-ERRORES(TX-IDX-EJE) NOT = ZEROS
007560         MOVE "CON ERRORES" TO TX-LE-OBSERVACION
007570         GO TO 4200-LINEA-EJECUCION-ESTADO
007580     END-IF.
007590     GO TO 4200-LINEA-EJECUCION-ESCRIBIR.
007600 4200-LINEA-EJECUCION-ESTADO.
007610     IF TX-REFERENCIA < TX-PR-OK-FIN(TX-POS-PRG)
007620         MOVE "RESUELTO" TO TX-LE-ESTADO
007630         ADD 1 TO TX-CTR-RESUELTAS
007640     ELSE
007650         MOVE "PENDIENTE" TO TX-LE-ESTADO
007660         ADD 1 TO TX-CTR-PENDIENTES
007670     END-IF.
007680 4200-LINEA-EJECUCION-ESCRIBIR.
007690     WRITE FD-REG-INFORME FROM TX-LINEA-EJECUCION
007700         BEFORE ADVANCING 1 LINE.
007710 4200-LINEA-EJECUCION-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750*    4300-CALCULAR-DURACION - DURACION HH:MM:SS ENTRE INICIO Y
007760*    FIN Y COMPARACION CON EL UMBRAL DEL PROGRAMA (MINUTOS).
007770******************************************************************
007780 4300-CALCULAR-DURACION.
007790     MOVE TX-EJ-INICIO(TX-IDX-EJE) TO TX-CALC-MOMENTO.
007800     PERFORM 4310-SEGUNDOS THRU 4310-SEGUNDOS-EXIT.
007810     MOVE TX-CALC-SEGUNDOS TO TX-SEG-INICIO.
007820     MOVE TX-EJ-FIN(TX-IDX-EJE) TO TX-CALC-MOMENTO.
007830     PERFORM 4310-SEGUNDOS THRU 4310-SEGUNDOS-EXIT.
007840     COMPUTE TX-DURACION = TX-CALC-SEGUNDOS - TX-SEG-INICIO.
007850     DIVIDE TX-DURACION BY 3600 GIVING TX-DUR-HH
007860         REMAINDER TX-RESTO.
007870     DIVIDE TX-RESTO BY 60 GIVING TX-DUR-MM
007880         REMAINDER TX-DUR-SS.
007890     COMPUTE TX-LE-DURACION =
007900         TX-DUR-HH * 10000 + TX-DUR-MM * 100 + TX-DUR-SS.
007910     INSPECT TX-LE-DURACION REPLACING ALL " " BY ":".
007920     IF TX-DURACION > TX-PR-UMBRAL(TX-POS-PRG) * 60
007930         MOVE "EXCEDE UMBRAL" TO TX-LE-OBSERVACION
007940         ADD 1 TO TX-CTR-EXCEDIDAS
007950     END-IF.
007960 4300-CALCULAR-DURACION-EXIT.
007970     EXIT.
007980
007990 4310-SEGUNDOS.
008000     COMPUTE TX-CALC-SEGUNDOS =
008010         FUNCTION INTEGER-OF-DATE(TX-CM-FECHA) * 86400
008020         + TX-CM-HH * 3600 + TX-CM-MM * 60 + TX-CM-SS.
008030 4310-SEGUNDOS-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070*    5000-ESCRIBIR-EXCEPCIONES - ERRORES Y AVISOS AGRUPADOS POR
008080*    PROGRAMA. LOS ERRORES NO RESUELTOS POR UNA EJECUCION
008090*    POSTERIOR CORRECTA SE MARCAN CON '**'.
008100******************************************************************
008110 5000-ESCRIBIR-EXCEPCIONES.
008120     WRITE FD-REG-INFORME FROM TX-LINEA-BLANCO
008130         BEFORE ADVANCING 1 LINE.
008140     MOVE "  ERRORES Y AVISOS POR PROGRAMA:" TO TX-LINEA-SECCION.
008150     WRITE FD-REG-INFORME FROM TX-LINEA-SECCION
008160         BEFORE ADVANCING 1 LINE.
008170     IF TX-NUM-EXCEPCIONES = ZEROS
008180         MOVE "  NINGUNO." TO TX-LINEA-SECCION
008190         WRITE FD-REG-INFORME FROM TX-LINEA-SECCION
008200             BEFORE ADVANCING 1 LINE
008210         GO TO 5000-ESCRIBIR-EXCEPCIONES-EXIT
008220     END-IF.
008230     PERFORM 5100-EXCEPCIONES-PROGRAMA
008240         THRU 5100-EXCEPCIONES-PROGRAMA-EXIT
008250         VARYING TX-IDX-PRG FROM 1 BY 1
008260         UNTIL TX-IDX-PRG > TX-NUM-PROGRAMAS.
008270     MOVE "  (**) ERROR NO RESUELTO POR UNA EJECUCION POSTERIOR CO
008280-        "RRECTA." TO TX-LINEA-SECCION.
008290     WRITE FD-REG-INFORME FROM TX-LINEA-SECCION
008300         BEFORE ADVANCING 1 LINE.
008310 5000-ESCRIBIR-EXCEPCIONES-EXIT.
008320     EXIT.
008330
008340 5100-EXCEPCIONES-PROGRAMA.
008350     MOVE TX-IDX-PRG TO TX-POS-PRG.
008360     IF TX-PR-ERRORES(TX-POS-PRG) = ZEROS
008370         AND TX-PR-AVISOS(TX-POS-PRG) = ZEROS
008380         GO TO 5100-EXCEPCIONES-PROGRAMA-EXIT
008390     END-IF.
008400     MOVE TX-PR-NOMBRE(TX-POS-PRG)  TO TX-LP-PROGRAMA.
008410     MOVE TX-PR-ERRORES(TX-POS-PRG) TO TX-LP-ERRORES.
008420     MOVE TX-PR-AVISOS(TX-POS-PRG)  TO TX-LP-AVISOS.
008430     WRITE FD-REG-INFORME FROM TX-LINEA-PROGRAMA
008440         BEFORE ADVANCING 1 LINE.
008450     PERFORM 5200-LINEA-EXCEPCION THRU 5200-LINEA-EXCEPCION-EXIT
008460         VARYING TX-IDX-EXC FROM 1 BY 1
008470         UNTIL TX-IDX-EXC > TX-NUM-EXCEPCIONES.
008480 5100-EXCEPCIONES-PROGRAMA-EXIT.
008490     EXIT.
008500
008510 5200-LINEA-EXCEPCION.
008520     IF TX-EX-PROGRAMA(TX-IDX-EXC) NOT = TX-PR-NOMBRE(TX-POS-PRG)
008530         GO TO 5200-LINEA-EXCEPCION-EXIT
008540     END-IF.
008550     MOVE SPACES TO TX-LX-MARCA.
008560     IF TX-EX-CODIGO(TX-IDX-EXC)(6:1) = "E"
008570         IF TX-EX-MOMENTO(TX-IDX-EXC)
008580             < TX-PR-OK-FIN(TX-POS-PRG)
008590             ADD 1 TO TX-CTR-RESUELTAS
008600         ELSE
008610             MOVE "**" TO TX-LX-MARCA
008620             ADD 1 TO TX-CTR-PENDIENTES
008630         END-IF
008640     END-IF.
008650     MOVE TX-EX-MOMENTO(TX-IDX-EXC) TO TX-CALC-MOMENTO.
008660     MOVE TX-CM-FECHA(7:2) TO TX-LX-DIA.
008670     MOVE TX-CALC-MOMENTO(9:6) TO TX-LX-HORA.
008680     INSPECT TX-LX-HORA REPLACING ALL " " BY ":".
008690     MOVE TX-EX-CODIGO(TX-IDX-EXC) TO TX-LX-CODIGO.
008700     MOVE TX-EX-TEXTO(TX-IDX-EXC)  TO TX-LX-TEXTO.
008710     WRITE FD-REG-INFORME FROM TX-LINEA-EXCEPCION
008720         BEFORE ADVANCING 1 LINE.
008730 5200-LINEA-EXCEPCION-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770*    9000-FINALIZAR - TOTALES, CIERRE DE FICHEROS Y CODIGO DE
008780*    RETORNO: 8 CON EXCEPCIONES PENDIENTES, 4 CON AVISOS O
008790*    EXCEPCIONES RESUELTAS, 0 NOCHE LIMPIA.
008800******************************************************************
008810 9000-FINALIZAR.
008820     WRITE FD-REG-INFORME FROM TX-LINEA-BLANCO
008830         BEFORE ADVANCING 1 LINE.
008840     MOVE "  EVENTOS EN LA VENTANA:  " TO TX-LR-ETIQUETA.
008850     MOVE TX-CTR-EN-VENTANA TO TX-LR-CUENTA.
008860     WRITE FD-REG-INFORME FROM TX-LINEA-RESUMEN
008870         BEFORE ADVANCING 1 LINE.
008880     MOVE "  EJECUCIONES:            " TO TX-LR-ETIQUETA.
008890     MOVE TX-NUM-EJECUCIONES TO TX-LR-CUENTA.
008900     WRITE FD-REG-INFORME FROM TX-LINEA-RESUMEN
008910         BEFORE ADVANCING 1 LINE.
008920     MOVE "  SIN FIN:                " TO TX-LR-ETIQUETA.
008930     MOVE TX-CTR-SIN-FIN TO TX-LR-CUENTA.
008940     WRITE FD-REG-INFORME FROM TX-LINEA-RESUMEN
008950         BEFORE ADVANCING 1 LINE.
008960     MOVE "  FUERA DE UMBRAL:        " TO TX-LR-ETIQUETA.
008970     MOVE TX-CTR-EXCEDIDAS TO TX-LR-CUENTA.
008980     WRITE FD-REG-INFORME FROM TX-LINEA-RESUMEN
008990         BEFORE ADVANCING 1 LINE.
009000     MOVE "  ERRORES:                " TO TX-LR-ETIQUETA.
009010     MOVE TX-CTR-ERRORES TO TX-LR-CUENTA.
009020     WRITE FD-REG-INFORME FROM TX-LINEA-RESUMEN
009030         BEFORE ADVANCING 1 LINE.
009040     MOVE "  AVISOS:                 " TO TX-LR-ETIQUETA.
009050     MOVE TX-CTR-AVISOS TO TX-LR-CUENTA.
009060     WRITE FD-REG-INFORME FROM TX-LINEA-RESUMEN
009070         BEFORE ADVANCING 1 LINE.
009080     MOVE "  EXCEPCIONES RESUELTAS:  " TO TX-LR-ETIQUETA.
009090     MOVE TX-CTR-RESUELTAS TO TX-LR-CUENTA.
009100     WRITE FD-REG-INFORME FROM TX-LINEA-RESUMEN
009110         BEFORE ADVANCING 1 LINE.
009120     MOVE "  EXCEPCIONES PENDIENTES: " TO TX-LR-ETIQUETA.
009130     MOVE TX-CTR-PENDIENTES TO TX-LR-CUENTA.
009140     WRITE FD-REG-INFORME FROM TX-LINEA-RESUMEN
009150         BEFORE ADVANCING 1 LINE.
009160     IF TX-CTR-OMITIDOS NOT = ZEROS
009170         DISPLAY "TABEXCEP: " TX-CTR-OMITIDOS " EVENTOS DE "
009180             "BITACORA OMITIDOS POR FORMATO INVALIDO."
009190     END-IF.
009200     CLOSE NOCHE-FILE.
009210     CLOSE INFORME-FILE.
009220     EVALUATE TRUE
009230         WHEN TX-CTR-PENDIENTES NOT = ZEROS
009240             MOVE 8 TO RETURN-CODE
009250         WHEN TX-CTR-AVISOS NOT = ZEROS
009260             OR TX-CTR-RESUELTAS NOT = ZEROS
009270             OR TX-CTR-EXCEDIDAS NOT = ZEROS
009280             MOVE 4 TO RETURN-CODE
009290         WHEN OTHER
009300             MOVE 0 TO RETURN-CODE
009310     END-EVALUATE.
009320     MOVE RETURN-CODE TO BT-FIN-RETORNO.
009330     MOVE "TB002I" TO BT-CODIGO.
009340     MOVE BT-TEXTO-FIN TO BT-TEXTO.
009350     PERFORM 9710-GRABAR-BITACORA
009360         THRU 9710-GRABAR-BITACORA-EXIT.
009370     PERFORM 9720-CERRAR-BITACORA
009380         THRU 9720-CERRAR-BITACORA-EXIT.
009390 9000-FINALIZAR-EXIT.
009400     EXIT.
009410
009411******************************************************************
009412*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
009413*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
009414******************************************************************
009415     COPY TMCICPRC.
009416
009420******************************************************************
009430*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
009440*    BITACORA CENTRAL DE EXPLOTACION.
009450******************************************************************
009460     COPY TMBITPRC.
009470
009480 END PROGRAM TABEXCEP.
