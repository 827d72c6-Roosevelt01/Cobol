000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABENTRE.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : ENTREGA POR AREA PETICIONARIA. LEE LAS
000090*                  PETICIONES DEL DIA (FORMATO NUMEROS CON EL
000100*                  CODIGO DE AREA EN LAS POSICIONES 8-11) Y, POR
000110*                  CADA AREA, EXTRAE DEL MAESTRO TABMAEST LAS
000120*                  TERNAS 1..TAMANO DE CADA TABLA QUE PIDIO,
000130*                  AUNQUE LA PETICION SE FUSIONARA EN LA DE OTRA
000140*                  AREA O LA TABLA YA ESTUVIERA CALCULADA. EL
000150*                  EXTRACTO ENTAREA (VER TMEARREG) LLEVA UN
000160*                  TRAMO CAB/DET/FIN POR AREA EN ORDEN DE CODIGO
000170*                  DE AREA. UNA TABLA PEDIDA QUE NO ESTA COMPLETA
000180*                  EN EL MAESTRO (RECHAZADA O RETENIDA) SE
000190*                  INFORMA COMO NO ENTREGADA CON RC=4.
000200*                  LA MISMA ENTREGA SIRVE AL LOTE NOCTURNO
000210*                  (DEMANDA=NUMEROS, TRAS TABCARGA) Y AL
000220*                  SERVICIO EN EL DIA (DEMANDA=PETICION, TRAS
000230*                  TABSIRVE).
000231*                  CON PARM 'NOCHE' (LOTE NOCTURNO) CADA TABLA
000232*                  ENTREGADA QUE YA ESTABA EN EL MAESTRO ANTES
000233*                  DEL CICLO (NINGUNA TERNA CALCULADA EN LA
000234*                  FECHA DE NEGOCIO) SE ANOTA EN CONSUMO COMO
000235*                  SERVIDA DESDE EL MAESTRO; LAS CALCULADAS ESA
000236*                  NOCHE YA CONSTAN EN EL AUDITLOG. SIN PARM
000237*                  (SERVICIO EN EL DIA) NO SE ANOTAN: TABSIRVE
000238*                  YA LO HIZO.
000240*----------------------------------------------------------------*
000250*    HISTORIAL DE MODIFICACIONES                                 *
000260*    FECHA       INIC.  DESCRIPCION
000270*    ----------  -----  ----------------------------------------
000280*    15/10/2026  JLR    VERSION ORIGINAL.
000282*    15/10/2026  JLR    FECHA DE ENTREGA DE ENTAREA TOMADA DEL
000284*                       FICHERO DE CONTROL CICLO (TMCICWS/
000286*                       TMCICPRC): FECHA DE NEGOCIO EN LUGAR DEL
000288*                       RELOJ.
000290*    15/10/2026  JLR    CADA TABLA ENTREGADA A UN AREA DEJA
000292*                       SERVIDA SU PETICION EN EL SEGUIMIENTO
000294*                       SEGPET (TMSEGREG/TMSEGWS/TMSEGPRC); ASI SE
000296*                       CIERRAN TAMBIEN LAS PETICIONES NOCTURNAS.
000298*    15/10/2026  JLR    PARM 'NOCHE': LAS TABLAS ENTREGADAS QUE
000300*                       YA ESTABAN EN EL MAESTRO SE ANOTAN EN
000302*                       CONSUMO (TMCSMREG) COMO SERVIDAS PARA LA
000304*                       REPERCUSION DE COSTES TABFACTU.
000306******************************************************************
000308
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DEMANDA-FILE ASSIGN TO "DEMANDA"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS TE-FS-DEMANDA.
000370
000380     SELECT MAESTRO-FILE ASSIGN TO "TABMAEST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS FD-MAE-CLAVE
000420         FILE STATUS IS TE-FS-MAESTRO.
000430
000440     SELECT ENTAREA-FILE ASSIGN TO "ENTAREA"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TE-FS-ENTAREA.
000470
000480     SELECT INFORME-FILE ASSIGN TO "INFENTRE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS TE-FS-INFORME.
000510
000520     SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS TM-FS-PARAMS.
000550
000551     SELECT SEGPET-FILE ASSIGN TO "SEGPET"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS FD-SEG-CLAVE
000555         FILE STATUS IS SG-FS-SEGUIMIENTO.
000556
000557     SELECT CICLO-FILE ASSIGN TO "CICLO"
000558         ORGANIZATION IS LINE SEQUENTIAL
000559         FILE STATUS IS CI-FS-CICLO.
000560
000561     SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
000562         ORGANIZATION IS LINE SEQUENTIAL
000563         FILE STATUS IS TE-FS-CONSUMO.
000564
000565     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS BT-FS-BITACORA.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620******************************************************************
000630*    PETICIONES DEL DIA EN FORMATO NUMEROS: NUMERO, TAMANO,
000640*    OPERACION Y CODIGO DE AREA PETICIONARIA.
000650******************************************************************
000660 FD  DEMANDA-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  FD-REG-DEMANDA.
000700     05  FD-DEM-NUMERO           PIC 9(03).
000710     05  FD-DEM-TAMANO           PIC 9(03).
000720     05  FD-DEM-OPERACION        PIC X(01).
000730     05  FD-DEM-AREA             PIC X(04).
000740     05  FILLER                  PIC X(69).
000750
000760******************************************************************
000770*    MAESTRO INDEXADO DE TABLAS (SOLO LECTURA).
000780******************************************************************
000790 FD  MAESTRO-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820     COPY TMMAEREG.
000830
000840******************************************************************
000850*    EXTRACTO DE ENTREGA POR AREA (VER TMEARREG).
000860******************************************************************
000870 FD  ENTAREA-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900     COPY TMEARREG.
000910
000920******************************************************************
000930*    INFORME DE LA ENTREGA POR AREA.
000940******************************************************************
000950 FD  INFORME-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  FD-REG-INFORME                  PIC X(80).
000990
001000******************************************************************
001010*    FICHERO DE PARAMETROS DE EXPLOTACION (VER TMPARAMS).
001020******************************************************************
001030 FD  PARAMS-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060 01  FD-REG-PARAMS                   PIC X(80).
001070
001071******************************************************************
001072*    SEGUIMIENTO DE PETICIONES POR AREA (VER TMSEGREG).
001073******************************************************************
001074 FD  SEGPET-FILE
001075     LABEL RECORDS ARE STANDARD
001076     RECORD CONTAINS 80 CHARACTERS.
001077     COPY TMSEGREG.
001078
001079******************************************************************
001080*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
001081******************************************************************
001082 FD  CICLO-FILE
001083     LABEL RECORDS ARE STANDARD
001084     RECORD CONTAINS 80 CHARACTERS.
001085     COPY TMCICREG.
001086
001087******************************************************************
001088*    HISTORICO DE CONSUMO POR AREA PETICIONARIA (VER TMCSMREG),
001089*    SOLO EN EL LOTE NOCTURNO.
001090******************************************************************
001091 FD  CONSUMO-FILE
001092     LABEL RECORDS ARE STANDARD
001093     RECORD CONTAINS 80 CHARACTERS.
001094     COPY TMCSMREG.
001095
001096******************************************************************
001097*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
001100******************************************************************
001110 FD  BITACORA-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 80 CHARACTERS.
001140     COPY TMBITREG.
001150
001160 WORKING-STORAGE SECTION.
001170     COPY TMPARAMS.
001180     COPY TMBITWS.
001185     COPY TMCICWS.
001187     COPY TMSEGWS.
001188
001190 01  TE-SW-EOF                   PIC X(01) VALUE "N".
001200         88  TE88-EOF-DEMANDA        VALUE "S".
001210
001220 01  TE-SW-TABLA                 PIC X(01) VALUE "S".
001230         88  TE88-TABLA-COMPLETA     VALUE "S".
001240         88  TE88-TABLA-INCOMPLETA   VALUE "N".
001250
001260 01  TE-SW-MAESTRO               PIC X(01) VALUE "N".
001270         88  TE88-MAESTRO-DISPONIBLE VALUE "S".
001280         88  TE88-SIN-MAESTRO        VALUE "N".
001290
001291 01  TE-SW-ORIGEN                PIC X(01) VALUE "M".
001292         88  TE88-YA-EN-MAESTRO      VALUE "M".
001293         88  TE88-CALCULADA-EN-CICLO VALUE "C".
001294
001295 01  TE-PARM-MODO                PIC X(08) VALUE SPACES.
001296         88  TE88-MODO-NOCHE         VALUE "NOCHE".
001297
001300 01  TE-FS-DEMANDA               PIC X(02) VALUE SPACES.
001310 01  TE-FS-MAESTRO               PIC X(02) VALUE SPACES.
001320 01  TE-FS-ENTAREA               PIC X(02) VALUE SPACES.
001330 01  TE-FS-INFORME               PIC X(02) VALUE SPACES.
001335 01  TE-FS-CONSUMO               PIC X(02) VALUE SPACES.
001340
001350 77  TE-CTR-LEIDOS               PIC 9(07) VALUE ZEROS COMP.
001360 77  TE-CTR-SIN-FORMATO          PIC 9(07) VALUE ZEROS COMP.
001370 77  TE-CTR-PEDIDAS              PIC 9(07) VALUE ZEROS COMP.
001380 77  TE-CTR-ENTREGADAS           PIC 9(07) VALUE ZEROS COMP.
001390 77  TE-CTR-NO-ENTREGADAS        PIC 9(07) VALUE ZEROS COMP.
001400 77  TE-CTR-TERNAS               PIC 9(07) VALUE ZEROS COMP.
001410 77  TE-CTR-AREA-PEDIDAS         PIC 9(07) VALUE ZEROS COMP.
001420 77  TE-CTR-AREA-ENTREGADAS      PIC 9(07) VALUE ZEROS COMP.
001430 77  TE-CTR-AREA-TERNAS          PIC 9(07) VALUE ZEROS COMP.
001435 77  TE-CTR-DEL-MAESTRO          PIC 9(07) VALUE ZEROS COMP.
001440
001450 77  TE-IDX-DEM                  PIC 9(05) VALUE ZEROS COMP.
001460 77  TE-IDX-AREA                 PIC S9(03) VALUE ZEROS COMP.
001470 77  TE-IDX-HUECO                PIC 9(03) VALUE ZEROS COMP.
001480 77  TE-NUMERO                   PIC 9(03) VALUE ZEROS COMP.
001490 77  TE-OPER-IDX                 PIC 9(01) VALUE ZEROS COMP.
001500 77  TE-MULT                     PIC 9(03) VALUE ZEROS COMP.
001510
001530 01  TE-AREA                     PIC X(04) VALUE SPACES.
001540 01  TE-TAMANO                   PIC 9(03) VALUE ZEROS.
001550 01  TE-OPERACION                PIC X(01) VALUE "M".
001555 01  TE-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
001560
001570******************************************************************
001580*    PETICIONES VALIDAS DEL DIA, EN ORDEN DE LLEGADA, Y CODIGOS
001590*    DE AREA DISTINTOS EN ORDEN ASCENDENTE (INSERCION ORDENADA).
001600******************************************************************
001610 01  TE-MAX-DEMANDA              PIC 9(05) VALUE 5000.
001620 01  TE-NUM-DEMANDA              PIC 9(05) VALUE ZEROS COMP.
001630 01  TE-TAB-DEMANDA.
001640     05  TE-DEMANDA              OCCURS 5000.
001650         10  TE-DEM-AREA         PIC X(04).
001660         10  TE-DEM-NUMERO       PIC 9(03).
001670         10  TE-DEM-OPER-IDX     PIC 9(01).
001680         10  TE-DEM-TAMANO       PIC 9(03).
001690
001700 01  TE-MAX-AREAS                PIC 9(03) VALUE 200.
001710 01  TE-NUM-AREAS                PIC 9(03) VALUE ZEROS COMP.
001720 01  TE-TAB-AREAS.
001730     05  TE-AREA-COD             PIC X(04) OCCURS 200.
001740
001750******************************************************************
001760*    MAYOR TAMANO PEDIDO POR EL AREA EN CURSO PARA CADA NUMERO
001770*    Y OPERACION (1 'M', 2 'S', 3 'R'); CERO SI NO LO PIDIO.
001780******************************************************************
001790 01  TE-TAB-PEDIDO.
001800     05  TE-PED-NUMERO           OCCURS 999.
001810         10  TE-PED-TAMANO       PIC 9(03) COMP OCCURS 3.
001820
001830 01  TE-TAB-OPERACIONES.
001840     05  FILLER                  PIC X(03) VALUE "MSR".
001850 01  TE-TAB-OPER-R REDEFINES TE-TAB-OPERACIONES.
001860     05  TE-OPER-COD             PIC X(01) OCCURS 3.
001870
001880 01  TE-BIT-NO-ENTREGADA.
001890     05  FILLER                  PIC X(20) VALUE
001900         "TABLA NO ENTREGADA: ".
001910     05  TE-BN-AREA              PIC X(04).
001920     05  FILLER                  PIC X(01) VALUE SPACES.
001930     05  TE-BN-NUMERO            PIC 9(03).
001940     05  FILLER                  PIC X(01) VALUE SPACES.
001950     05  TE-BN-OPER              PIC X(01).
001960     05  FILLER                  PIC X(08) VALUE " TAMANO ".
001970     05  TE-BN-TAMANO            PIC 9(03).
001980     05  FILLER                  PIC X(09) VALUE SPACES.
001990
002000 01  TE-LINEA-TITULO             PIC X(80)
002010     VALUE "ENTREGA DE TABLAS POR AREA PETICIONARIA".
002020
002030 01  TE-LINEA-BLANCO             PIC X(80) VALUE SPACES.
002040
002050 01  TE-LINEA-CABECERA.
002060     05  FILLER                  PIC X(38) VALUE
002070         "  AREA   PEDIDAS  ENTREGADAS    TERNAS".
002080     05  FILLER                  PIC X(42) VALUE SPACES.
002090
002100 01  TE-LINEA-AREA.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  TE-LA-AREA              PIC X(04).
002130     05  FILLER                  PIC X(03) VALUE SPACES.
002140     05  TE-LA-PEDIDAS           PIC ZZZZZZ9.
002150     05  FILLER                  PIC X(05) VALUE SPACES.
002160     05  TE-LA-ENTREGADAS        PIC ZZZZZZ9.
002170     05  FILLER                  PIC X(03) VALUE SPACES.
002180     05  TE-LA-TERNAS            PIC ZZZZZZ9.
002190     05  FILLER                  PIC X(42) VALUE SPACES.
002200
002210 01  TE-LINEA-NO-ENTREGADA.
002220     05  FILLER                  PIC X(30) VALUE
002230         "      NO ENTREGADA: NUMERO    ".
002240     05  TE-LN-NUMERO            PIC ZZ9.
002250     05  FILLER                  PIC X(06) VALUE " OPER ".
002260     05  TE-LN-OPER              PIC X(01).
002270     05  FILLER                  PIC X(08) VALUE " TAMANO ".
002280     05  TE-LN-TAMANO            PIC ZZ9.
002290     05  FILLER                  PIC X(29) VALUE SPACES.
002300
002310 01  TE-LINEA-RESUMEN.
002320     05  TE-LR-ETIQUETA          PIC X(26).
002330     05  TE-LR-CUENTA            PIC ZZZZZZ9.
002340     05  FILLER                  PIC X(47) VALUE SPACES.
002350
002360 PROCEDURE DIVISION.
002370******************************************************************
002380*    0000-MAINLINE - CONTROL PRINCIPAL DE LA ENTREGA POR AREA.
002390******************************************************************
002400 0000-MAINLINE.
002410     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002420     PERFORM 2000-CARGAR-DEMANDA
002430         THRU 2000-CARGAR-DEMANDA-EXIT
002440         UNTIL TE88-EOF-DEMANDA.
002450     PERFORM 3000-ENTREGAR-AREA
002460         THRU 3000-ENTREGAR-AREA-EXIT
002470         VARYING TE-IDX-AREA FROM 1 BY 1
002480         UNTIL TE-IDX-AREA > TE-NUM-AREAS.
002490     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002500     STOP RUN.
002510
002520******************************************************************
002530*    1000-INICIALIZAR - LEE LOS PARAMETROS (TAMANO POR DEFECTO)
002540*    Y ABRE LOS FICHEROS. SIN MAESTRO NO HAY NADA QUE ENTREGAR:
002550*    TODAS LAS TABLAS PEDIDAS SE INFORMAN COMO NO ENTREGADAS.
002555*    CONSUMO SOLO SE ABRE EN EL LOTE NOCTURNO (PARM 'NOCHE').
002560******************************************************************
002570 1000-INICIALIZAR.
002580     PERFORM 9700-ABRIR-BITACORA
002590         THRU 9700-ABRIR-BITACORA-EXIT.
002600     MOVE "TABENTRE" TO BT-PROGRAMA.
002610     MOVE "TB001I" TO BT-CODIGO.
002620     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
002630     PERFORM 9710-GRABAR-BITACORA
002640         THRU 9710-GRABAR-BITACORA-EXIT.
002650     PERFORM 1300-LEER-PARAMETROS
002660         THRU 1300-LEER-PARAMETROS-EXIT.
002670     PERFORM 9600-FECHA-NEGOCIO
002675         THRU 9600-FECHA-NEGOCIO-EXIT.
002676     ACCEPT TE-PARM-MODO FROM COMMAND-LINE.
002677     ACCEPT TE-HORA-SISTEMA FROM TIME.
002680     OPEN INPUT DEMANDA-FILE.
002690     IF TE-FS-DEMANDA NOT = "00"
002700         DISPLAY "*** ERROR ABRIENDO DEMANDA (STATUS="
002710             TE-FS-DEMANDA "). ***"
002720         MOVE "TB101E" TO BT-CODIGO
002730         MOVE "ERROR DE APERTURA DE DEMANDA" TO BT-TEXTO
002740         PERFORM 9710-GRABAR-BITACORA
002750             THRU 9710-GRABAR-BITACORA-EXIT
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     OPEN INPUT MAESTRO-FILE.
002800     IF TE-FS-MAESTRO = "00"
002810         SET TE88-MAESTRO-DISPONIBLE TO TRUE
002820     ELSE
002830         SET TE88-SIN-MAESTRO TO TRUE
002840         DISPLAY "*** MAESTRO TABMAEST NO DISPONIBLE (STATUS="
002850             TE-FS-MAESTRO "). NINGUNA TABLA SE ENTREGA. ***"
002860     END-IF.
002870     OPEN OUTPUT ENTAREA-FILE.
002880     IF TE-FS-ENTAREA NOT = "00"
002890         DISPLAY "*** ERROR ABRIENDO ENTAREA (STATUS="
002900             TE-FS-ENTAREA "). ***"
002910         MOVE "TB101E" TO BT-CODIGO
002920         MOVE "ERROR DE APERTURA DE ENTAREA" TO BT-TEXTO
002930         PERFORM 9710-GRABAR-BITACORA
002940             THRU 9710-GRABAR-BITACORA-EXIT
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     OPEN OUTPUT INFORME-FILE.
002990     IF TE-FS-INFORME NOT = "00"
003000         DISPLAY "*** ERROR ABRIENDO INFENTRE (STATUS="
003010             TE-FS-INFORME "). ***"
003020         MOVE "TB101E" TO BT-CODIGO
003030         MOVE "ERROR DE APERTURA DE INFENTRE" TO BT-TEXTO
003040         PERFORM 9710-GRABAR-BITACORA
003050             THRU 9710-GRABAR-BITACORA-EXIT
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003081     IF TE88-MODO-NOCHE
003082         PERFORM 1100-ABRIR-CONSUMO
003083             THRU 1100-ABRIR-CONSUMO-EXIT
003084     END-IF.
003085     PERFORM 9500-ABRIR-SEGUIMIENTO
003086         THRU 9500-ABRIR-SEGUIMIENTO-EXIT.
003087     MOVE "TABENTRE" TO SG-PROGRAMA.
003090     WRITE FD-REG-INFORME FROM TE-LINEA-TITULO
003100         BEFORE ADVANCING 1 LINE.
003110     WRITE FD-REG-INFORME FROM TE-LINEA-BLANCO
003120         BEFORE ADVANCING 1 LINE.
003130     WRITE FD-REG-INFORME FROM TE-LINEA-CABECERA
003140         BEFORE ADVANCING 1 LINE.
003150 1000-INICIALIZAR-EXIT.
003160     EXIT.
003170
003171 1100-ABRIR-CONSUMO.
003172     OPEN EXTEND CONSUMO-FILE.
003173     IF TE-FS-CONSUMO = "35"
003174         OPEN OUTPUT CONSUMO-FILE
003175     END-IF.
003176     IF TE-FS-CONSUMO NOT = "00"
003177         DISPLAY "*** ERROR ABRIENDO CONSUMO (STATUS="
003178             TE-FS-CONSUMO "). ***"
003179         MOVE "TB101E" TO BT-CODIGO
003180         MOVE "ERROR DE APERTURA DE CONSUMO" TO BT-TEXTO
003181         PERFORM 9710-GRABAR-BITACORA
003182             THRU 9710-GRABAR-BITACORA-EXIT
003183         MOVE 16 TO RETURN-CODE
003184         STOP RUN
003185     END-IF.
003186 1100-ABRIR-CONSUMO-EXIT.
003187     EXIT.
003188
003189******************************************************************
003190*    1300-LEER-PARAMETROS (Y AUXILIARES) - PARRAFOS COMUNES DE
003200*    LECTURA DEL FICHERO DE PARAMETROS.
003210******************************************************************
003220     COPY TMPARPRC.
003230
003240******************************************************************
003250*    2000-CARGAR-DEMANDA - LEE UNA PETICION, LA VALIDA CON LOS
003260*    MISMOS CRITERIOS QUE TABPREP (TAMANO EN BLANCO O A CERO
003270*    TOMA EL DEFECTO, OPERACION EN BLANCO ES 'M') Y LA GUARDA
003280*    EN LA TABLA DE DEMANDA. LAS SIN FORMATO SOLO SE CUENTAN:
003290*    CAP41 O TABSIRVE YA LAS RECHAZAN.
003300******************************************************************
003310 2000-CARGAR-DEMANDA.
003320     READ DEMANDA-FILE
003330         AT END
003340             SET TE88-EOF-DEMANDA TO TRUE
003350             GO TO 2000-CARGAR-DEMANDA-EXIT
003360     END-READ.
003370     ADD 1 TO TE-CTR-LEIDOS.
003380     IF FD-REG-DEMANDA(1:3) IS NOT NUMERIC
003390         OR (FD-REG-DEMANDA(4:3) NOT = SPACES
003400             AND FD-REG-DEMANDA(4:3) IS NOT NUMERIC)
003410         OR FD-DEM-NUMERO = ZEROS
003420         OR (FD-DEM-OPERACION NOT = SPACE
003430             AND FD-DEM-OPERACION NOT = "M"
003440             AND FD-DEM-OPERACION NOT = "S"
003450             AND FD-DEM-OPERACION NOT = "R")
003460         ADD 1 TO TE-CTR-SIN-FORMATO
003470         GO TO 2000-CARGAR-DEMANDA-EXIT
003480     END-IF.
003490     IF TE-NUM-DEMANDA NOT < TE-MAX-DEMANDA
003500         DISPLAY "*** MAS DE " TE-MAX-DEMANDA " PETICIONES EN "
003510             "DEMANDA: AMPLIAR TE-TAB-DEMANDA. ***"
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     ADD 1 TO TE-NUM-DEMANDA.
003560     MOVE FD-DEM-AREA   TO TE-DEM-AREA(TE-NUM-DEMANDA).
003570     MOVE FD-DEM-NUMERO TO TE-DEM-NUMERO(TE-NUM-DEMANDA).
003580     IF FD-REG-DEMANDA(4:3) = SPACES
003590         OR FD-DEM-TAMANO = ZEROS
003600         MOVE TM-PAR-TAMANO-DEFECTO
003610             TO TE-DEM-TAMANO(TE-NUM-DEMANDA)
003620     ELSE
003630         MOVE FD-DEM-TAMANO TO TE-DEM-TAMANO(TE-NUM-DEMANDA)
003640     END-IF.
003650     EVALUATE FD-DEM-OPERACION
003660         WHEN "S"
003670             MOVE 2 TO TE-DEM-OPER-IDX(TE-NUM-DEMANDA)
003680         WHEN "R"
003690             MOVE 3 TO TE-DEM-OPER-IDX(TE-NUM-DEMANDA)
003700         WHEN OTHER
003710             MOVE 1 TO TE-DEM-OPER-IDX(TE-NUM-DEMANDA)
003720     END-EVALUATE.
003730     MOVE FD-DEM-AREA TO TE-AREA.
003740     PERFORM 2100-REGISTRAR-AREA
003750         THRU 2100-REGISTRAR-AREA-EXIT.
003760 2000-CARGAR-DEMANDA-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800*    2100-REGISTRAR-AREA - INCORPORA TE-AREA A LA LISTA DE
003810*    AREAS SI NO ESTABA, MANTENIENDOLA EN ORDEN ASCENDENTE.
003820******************************************************************
003830 2100-REGISTRAR-AREA.
003840     PERFORM 2110-BUSCAR-HUECO THRU 2110-BUSCAR-HUECO-EXIT
003850         VARYING TE-IDX-HUECO FROM 1 BY 1
003860         UNTIL TE-IDX-HUECO > TE-NUM-AREAS
003870         OR TE-AREA-COD(TE-IDX-HUECO) NOT < TE-AREA.
003880     IF TE-IDX-HUECO NOT > TE-NUM-AREAS
003890         AND TE-AREA-COD(TE-IDX-HUECO) = TE-AREA
003900         GO TO 2100-REGISTRAR-AREA-EXIT
003910     END-IF.
003920     IF TE-NUM-AREAS NOT < TE-MAX-AREAS
003930         DISPLAY "*** MAS DE " TE-MAX-AREAS " AREAS EN "
003940             "DEMANDA: AMPLIAR TE-TAB-AREAS. ***"
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     PERFORM 2120-DESPLAZAR-AREA THRU 2120-DESPLAZAR-AREA-EXIT
003990         VARYING TE-IDX-AREA FROM TE-NUM-AREAS BY -1
004000         UNTIL TE-IDX-AREA < TE-IDX-HUECO.
004010     MOVE TE-AREA TO TE-AREA-COD(TE-IDX-HUECO).
004020     ADD 1 TO TE-NUM-AREAS.
004030 2100-REGISTRAR-AREA-EXIT.
004040     EXIT.
004050
004060 2110-BUSCAR-HUECO.
004070     CONTINUE.
004080 2110-BUSCAR-HUECO-EXIT.
004090     EXIT.
004100
004110 2120-DESPLAZAR-AREA.
004120     MOVE TE-AREA-COD(TE-IDX-AREA)
004130         TO TE-AREA-COD(TE-IDX-AREA + 1).
004140 2120-DESPLAZAR-AREA-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180*    3000-ENTREGAR-AREA - TRAMO DEL AREA EN CURSO: MARCA EL
004190*    MAYOR TAMANO PEDIDO POR NUMERO Y OPERACION, GRABA LA
004200*    CABECERA, LAS TERNAS DE CADA TABLA PEDIDA EN ORDEN DE
004210*    NUMERO Y OPERACION, Y LA COLA CON LOS TOTALES DEL AREA.
004220******************************************************************
004230 3000-ENTREGAR-AREA.
004240     MOVE TE-AREA-COD(TE-IDX-AREA) TO TE-AREA.
004250     INITIALIZE TE-TAB-PEDIDO.
004260     MOVE ZEROS TO TE-CTR-AREA-PEDIDAS.
004270     MOVE ZEROS TO TE-CTR-AREA-ENTREGADAS.
004280     MOVE ZEROS TO TE-CTR-AREA-TERNAS.
004290     PERFORM 3100-MARCAR-PEDIDO THRU 3100-MARCAR-PEDIDO-EXIT
004300         VARYING TE-IDX-DEM FROM 1 BY 1
004310         UNTIL TE-IDX-DEM > TE-NUM-DEMANDA.
004320     MOVE SPACES TO FD-REG-ENTAREA.
004330     SET FD88-EAR-CABECERA TO TRUE.
004340     MOVE TE-AREA TO FD-EAR-AREA.
004350     MOVE CI-FECHA-NEGOCIO TO FD-EAR-FECHA.
004360     MOVE ZEROS TO FD-EAR-TABLAS.
004370     MOVE ZEROS TO FD-EAR-TERNAS.
004380     WRITE FD-REG-ENTAREA.
004390     PERFORM 3200-ENTREGAR-TABLA THRU 3200-ENTREGAR-TABLA-EXIT
004400         VARYING TE-NUMERO FROM 1 BY 1 UNTIL TE-NUMERO > 999
004410         AFTER TE-OPER-IDX FROM 1 BY 1 UNTIL TE-OPER-IDX > 3.
004420     MOVE SPACES TO FD-REG-ENTAREA.
004430     SET FD88-EAR-FIN TO TRUE.
004440     MOVE TE-AREA TO FD-EAR-AREA.
004450     MOVE CI-FECHA-NEGOCIO TO FD-EAR-FECHA.
004460     MOVE TE-CTR-AREA-ENTREGADAS TO FD-EAR-TABLAS.
004470     MOVE TE-CTR-AREA-TERNAS TO FD-EAR-TERNAS.
004480     WRITE FD-REG-ENTAREA.
004490     MOVE TE-AREA               TO TE-LA-AREA.
004500     MOVE TE-CTR-AREA-PEDIDAS    TO TE-LA-PEDIDAS.
004510     MOVE TE-CTR-AREA-ENTREGADAS TO TE-LA-ENTREGADAS.
004520     MOVE TE-CTR-AREA-TERNAS     TO TE-LA-TERNAS.
004530     WRITE FD-REG-INFORME FROM TE-LINEA-AREA
004540         BEFORE ADVANCING 1 LINE.
004550 3000-ENTREGAR-AREA-EXIT.
004560     EXIT.
004570
004580 3100-MARCAR-PEDIDO.
004590     IF TE-DEM-AREA(TE-IDX-DEM) NOT = TE-AREA
004600         GO TO 3100-MARCAR-PEDIDO-EXIT
004610     END-IF.
004620     MOVE TE-DEM-NUMERO(TE-IDX-DEM) TO TE-NUMERO.
004630     MOVE TE-DEM-OPER-IDX(TE-IDX-DEM) TO TE-OPER-IDX.
004640     IF TE-DEM-TAMANO(TE-IDX-DEM)
004650         > TE-PED-TAMANO(TE-NUMERO TE-OPER-IDX)
004660         MOVE TE-DEM-TAMANO(TE-IDX-DEM)
004670             TO TE-PED-TAMANO(TE-NUMERO TE-OPER-IDX)
004680     END-IF.
004690 3100-MARCAR-PEDIDO-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*    3200-ENTREGAR-TABLA - SI EL AREA PIDIO LA TABLA, COMPRUEBA
004740*    QUE LAS CLAVES 1..TAMANO ESTAN EN EL MAESTRO Y GRABA SUS
004750*    TERNAS; SI NO ESTA COMPLETA LA INFORMA COMO NO ENTREGADA.
004753*    LA ENTREGADA DEJA SERVIDA LA PETICION DEL AREA EN EL
004756*    SEGUIMIENTO Y, DE NOCHE, SI YA ESTABA EN EL MAESTRO ANTES
004758*    DEL CICLO, SE ANOTA EN CONSUMO COMO SERVIDA.
004760******************************************************************
004770 3200-ENTREGAR-TABLA.
004780     IF TE-PED-TAMANO(TE-NUMERO TE-OPER-IDX) = ZEROS
004790         GO TO 3200-ENTREGAR-TABLA-EXIT
004800     END-IF.
004810     MOVE TE-PED-TAMANO(TE-NUMERO TE-OPER-IDX) TO TE-TAMANO.
004820     MOVE TE-OPER-COD(TE-OPER-IDX) TO TE-OPERACION.
004830     ADD 1 TO TE-CTR-AREA-PEDIDAS.
004840     ADD 1 TO TE-CTR-PEDIDAS.
004850     SET TE88-TABLA-COMPLETA TO TRUE.
004855     SET TE88-YA-EN-MAESTRO TO TRUE.
004860     IF TE88-SIN-MAESTRO
004870         SET TE88-TABLA-INCOMPLETA TO TRUE
004880     ELSE
004890         PERFORM 3210-VERIFICAR-UNA-CLAVE
004900             THRU 3210-VERIFICAR-UNA-CLAVE-EXIT
004910             VARYING TE-MULT FROM 1 BY 1
004920             UNTIL TE-MULT > TE-TAMANO OR TE88-TABLA-INCOMPLETA
004930     END-IF.
004940     IF TE88-TABLA-INCOMPLETA
004950         PERFORM 3300-INFORMAR-NO-ENTREGADA
004960             THRU 3300-INFORMAR-NO-ENTREGADA-EXIT
004970         GO TO 3200-ENTREGAR-TABLA-EXIT
004980     END-IF.
004990     PERFORM 3220-ENTREGAR-UNA-TERNA
005000         THRU 3220-ENTREGAR-UNA-TERNA-EXIT
005010         VARYING TE-MULT FROM 1 BY 1
005020         UNTIL TE-MULT > TE-TAMANO.
005030     ADD 1 TO TE-CTR-AREA-ENTREGADAS.
005040     ADD 1 TO TE-CTR-ENTREGADAS.
005041     MOVE TE-NUMERO    TO SG-NUMERO.
005042     MOVE TE-OPERACION TO SG-OPERACION.
005043     MOVE TE-AREA      TO SG-AREA.
005044     MOVE TE-TAMANO    TO SG-TAMANO.
005045     MOVE "S"          TO SG-ETAPA.
005046     PERFORM 9530-ETAPA-PETICION
005047         THRU 9530-ETAPA-PETICION-EXIT.
005049     IF TE88-MODO-NOCHE AND TE88-YA-EN-MAESTRO
005051         PERFORM 3230-ANOTAR-CONSUMO
005053             THRU 3230-ANOTAR-CONSUMO-EXIT
005055     END-IF.
005057 3200-ENTREGAR-TABLA-EXIT.
005060     EXIT.
005070
005080 3210-VERIFICAR-UNA-CLAVE.
005090     MOVE TE-NUMERO    TO FD-MAE-NUMERO.
005100     MOVE TE-MULT      TO FD-MAE-MULTIPLICADOR.
005110     MOVE TE-OPERACION TO FD-MAE-OPERACION.
005120     READ MAESTRO-FILE.
005130     IF TE-FS-MAESTRO NOT = "00"
005140         SET TE88-TABLA-INCOMPLETA TO TRUE
005145         GO TO 3210-VERIFICAR-UNA-CLAVE-EXIT
005150     END-IF.
005152     IF FD-MAE-FECHA-CALCULO IS NUMERIC
005154         AND FD-MAE-FECHA-CALCULO NOT < CI-FECHA-NEGOCIO
005156         SET TE88-CALCULADA-EN-CICLO TO TRUE
005158     END-IF.
005160 3210-VERIFICAR-UNA-CLAVE-EXIT.
005170     EXIT.
005180
005190 3220-ENTREGAR-UNA-TERNA.
005200     MOVE TE-NUMERO    TO FD-MAE-NUMERO.
005210     MOVE TE-MULT      TO FD-MAE-MULTIPLICADOR.
005220     MOVE TE-OPERACION TO FD-MAE-OPERACION.
005230     READ MAESTRO-FILE.
005240     IF TE-FS-MAESTRO NOT = "00"
005250         DISPLAY "*** ERROR RELEYENDO TABMAEST (STATUS="
005260             TE-FS-MAESTRO "). ***"
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300     MOVE SPACES TO FD-REG-ENTAREA.
005310     SET FD88-EAR-DETALLE TO TRUE.
005320     MOVE TE-AREA              TO FD-EAR-AREA.
005330     MOVE FD-MAE-NUMERO        TO FD-EAR-NUMERO.
005340     MOVE FD-MAE-MULTIPLICADOR TO FD-EAR-MULTIPLICADOR.
005350     MOVE FD-MAE-RESULTADO     TO FD-EAR-RESULTADO.
005360     MOVE FD-MAE-OPERACION     TO FD-EAR-OPERACION.
005370     WRITE FD-REG-ENTAREA.
005380     ADD 1 TO TE-CTR-AREA-TERNAS.
005390     ADD 1 TO TE-CTR-TERNAS.
005400 3220-ENTREGAR-UNA-TERNA-EXIT.
005410     EXIT.
005420
005421******************************************************************
005422*    3230-ANOTAR-CONSUMO - TABLA ENTREGADA DE NOCHE QUE YA ESTABA
005423*    EN EL MAESTRO: EVENTO 'S' EN CONSUMO A NOMBRE DEL AREA. LA
005424*    PETICION YA QUEDO ANOTADA COMO PEDIDA POR TABPREP.
005425******************************************************************
005426 3230-ANOTAR-CONSUMO.
005427     MOVE SPACES TO FD-REG-CONSUMO.
005428     MOVE CI-FECHA-NEGOCIO      TO FD-CSM-FECHA.
005429     MOVE TE-HORA-SISTEMA(1:6)  TO FD-CSM-HORA.
005430     MOVE "TABENTRE"            TO FD-CSM-PROGRAMA.
005431     SET FD88-CSM-SERVIDA       TO TRUE.
005432     MOVE TE-AREA               TO FD-CSM-AREA.
005433     MOVE TE-NUMERO             TO FD-CSM-NUMERO.
005434     MOVE TE-TAMANO             TO FD-CSM-TAMANO.
005435     MOVE TE-OPERACION          TO FD-CSM-OPERACION.
005436     MOVE TE-AREA               TO FD-CSM-TITULAR.
005437     WRITE FD-REG-CONSUMO.
005438     IF TE-FS-CONSUMO NOT = "00"
005439         DISPLAY "*** ERROR GRABANDO CONSUMO (STATUS="
005440             TE-FS-CONSUMO "). ***"
005441         MOVE 16 TO RETURN-CODE
005442         STOP RUN
005443     END-IF.
005444     ADD 1 TO TE-CTR-DEL-MAESTRO.
005445 3230-ANOTAR-CONSUMO-EXIT.
005446     EXIT.
005447
005448******************************************************************
005449*    3300-INFORMAR-NO-ENTREGADA - TABLA PEDIDA QUE NO ESTA
005450*    COMPLETA EN EL MAESTRO: LINEA EN EL INFORME Y AVISO TB208W.
005460******************************************************************
005470 3300-INFORMAR-NO-ENTREGADA.
005480     ADD 1 TO TE-CTR-NO-ENTREGADAS.
005490     MOVE TE-NUMERO    TO TE-LN-NUMERO.
005500     MOVE TE-OPERACION TO TE-LN-OPER.
005510     MOVE TE-TAMANO    TO TE-LN-TAMANO.
005520     WRITE FD-REG-INFORME FROM TE-LINEA-NO-ENTREGADA
005530         BEFORE ADVANCING 1 LINE.
005540     MOVE TE-AREA      TO TE-BN-AREA.
005550     MOVE TE-NUMERO    TO TE-BN-NUMERO.
005560     MOVE TE-OPERACION TO TE-BN-OPER.
005570     MOVE TE-TAMANO    TO TE-BN-TAMANO.
005580     MOVE "TB208W"            TO BT-CODIGO.
005590     MOVE TE-BIT-NO-ENTREGADA TO BT-TEXTO.
005600     PERFORM 9710-GRABAR-BITACORA
005610         THRU 9710-GRABAR-BITACORA-EXIT.
005620 3300-INFORMAR-NO-ENTREGADA-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660*    9000-FINALIZAR - TOTALES EN EL INFORME, CIERRE DE FICHEROS
005670*    Y CODIGO DE RETORNO: 0 TODO ENTREGADO, 4 CON TABLAS NO
005680*    ENTREGADAS.
005690******************************************************************
005700 9000-FINALIZAR.
005710     WRITE FD-REG-INFORME FROM TE-LINEA-BLANCO
005720         BEFORE ADVANCING 1 LINE.
005730     MOVE "  PETICIONES LEIDAS:      " TO TE-LR-ETIQUETA.
005740     MOVE TE-CTR-LEIDOS TO TE-LR-CUENTA.
005750     WRITE FD-REG-INFORME FROM TE-LINEA-RESUMEN
005760         BEFORE ADVANCING 1 LINE.
005770     MOVE "  SIN FORMATO:            " TO TE-LR-ETIQUETA.
005780     MOVE TE-CTR-SIN-FORMATO TO TE-LR-CUENTA.
005790     WRITE FD-REG-INFORME FROM TE-LINEA-RESUMEN
005800         BEFORE ADVANCING 1 LINE.
005810     MOVE "  AREAS:                  " TO TE-LR-ETIQUETA.
005820     MOVE TE-NUM-AREAS TO TE-LR-CUENTA.
005830     WRITE FD-REG-INFORME FROM TE-LINEA-RESUMEN
005840         BEFORE ADVANCING 1 LINE.
005850     MOVE "  TABLAS PEDIDAS:         " TO TE-LR-ETIQUETA.
005860     MOVE TE-CTR-PEDIDAS TO TE-LR-CUENTA.
005870     WRITE FD-REG-INFORME FROM TE-LINEA-RESUMEN
005880         BEFORE ADVANCING 1 LINE.
005890     MOVE "  TABLAS ENTREGADAS:      " TO TE-LR-ETIQUETA.
005900     MOVE TE-CTR-ENTREGADAS TO TE-LR-CUENTA.
005910     WRITE FD-REG-INFORME FROM TE-LINEA-RESUMEN
005920         BEFORE ADVANCING 1 LINE.
005930     MOVE "  TABLAS NO ENTREGADAS:   " TO TE-LR-ETIQUETA.
005940     MOVE TE-CTR-NO-ENTREGADAS TO TE-LR-CUENTA.
005950     WRITE FD-REG-INFORME FROM TE-LINEA-RESUMEN
005960         BEFORE ADVANCING 1 LINE.
005970     MOVE "  TERNAS ENTREGADAS:      " TO TE-LR-ETIQUETA.
005980     MOVE TE-CTR-TERNAS TO TE-LR-CUENTA.
005990     WRITE FD-REG-INFORME FROM TE-LINEA-RESUMEN
006000         BEFORE ADVANCING 1 LINE.
006001     IF TE88-MODO-NOCHE
006002         MOVE "  SERVIDAS DEL MAESTRO:   " TO TE-LR-ETIQUETA
006003         MOVE TE-CTR-DEL-MAESTRO TO TE-LR-CUENTA
006004         WRITE FD-REG-INFORME FROM TE-LINEA-RESUMEN
006005             BEFORE ADVANCING 1 LINE
006006         CLOSE CONSUMO-FILE
006007     END-IF.
006010     CLOSE DEMANDA-FILE.
006020     IF TE88-MAESTRO-DISPONIBLE
006030         CLOSE MAESTRO-FILE
006040     END-IF.
006050     CLOSE ENTAREA-FILE.
006060     CLOSE INFORME-FILE.
006063     PERFORM 9550-CERRAR-SEGUIMIENTO
006066         THRU 9550-CERRAR-SEGUIMIENTO-EXIT.
006070     IF TE-CTR-NO-ENTREGADAS NOT = ZEROS
006080         MOVE 4 TO RETURN-CODE
006090     END-IF.
006100     MOVE RETURN-CODE TO BT-FIN-RETORNO.
006110     MOVE "TB002I" TO BT-CODIGO.
006120     MOVE BT-TEXTO-FIN TO BT-TEXTO.
006130     PERFORM 9710-GRABAR-BITACORA
006140         THRU 9710-GRABAR-BITACORA-EXIT.
006150     PERFORM 9720-CERRAR-BITACORA
006160         THRU 9720-CERRAR-BITACORA-EXIT.
006170 9000-FINALIZAR-EXIT.
006180     EXIT.
006190
006191******************************************************************
006192*    9500-ABRIR-SEGUIMIENTO (Y AUXILIARES) - ANOTACIONES EN EL
006193*    SEGUIMIENTO DE PETICIONES, COMUNES DEL SUBSISTEMA.
006194******************************************************************
006195     COPY TMSEGPRC.
006196
006197******************************************************************
006198*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
006199*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
006200******************************************************************
006201     COPY TMCICPRC.
006202
006203******************************************************************
006210*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
006220*    BITACORA CENTRAL DE EXPLOTACION.
006230******************************************************************
006240     COPY TMBITPRC.
006250
006260 END PROGRAM TABENTRE.
