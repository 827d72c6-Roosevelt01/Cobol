000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABDIFUS.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : DIFUSION DE LOS CAMBIOS DEL MAESTRO TABMAEST
000090*                  A LAS AREAS SUSCRITAS. LEE TODAS LAS
000100*                  GENERACIONES ACUMULADAS DEL FICHERO DE
000110*                  CAMBIOS (TABCAMB, UNA POR EJECUCION DE
000120*                  TABCARGA O TABMANT, VER TMCAMREG) Y CUADRA
000130*                  CADA ENVIO CONTRA SU COLA. SI TODO CUADRA,
000140*                  ENTREGA A CADA SUSCRIPTOR DE SUSCRIP (VER
000150*                  TMSUSREG) LOS ENVIOS POSTERIORES AL ULTIMO
000160*                  QUE YA RECIBIO, EN ORDEN DE ENVIO, EN UN
000170*                  TRAMO CAB/DET/FIN DE ENTCAMB (VER TMECBREG),
000180*                  Y DEJA EN SUSNEW EL SUSCRIP ACTUALIZADO CON
000190*                  EL ULTIMO ENVIO ENTREGADO A CADA AREA. UN
000200*                  ENVIO DESCUADRADO (SIN COLA O CON TOTALES
000210*                  QUE NO COINCIDEN) RETIENE TODA LA DIFUSION
000220*                  CON RC=8: NINGUN AREA RECIBE NADA Y SUSCRIP
000230*                  NO CAMBIA. UN SUSCRIPTOR CUYO ULTIMO ENVIO YA
000240*                  NO ESTA ENTRE LAS GENERACIONES CONSERVADAS
000250*                  PUEDE HABER PERDIDO CAMBIOS: SE AVISA CON
000260*                  RC=4.
000270*----------------------------------------------------------------*
000280*    HISTORIAL DE MODIFICACIONES                                 *
000290*    FECHA       INIC.  DESCRIPCION
000300*    ----------  -----  ----------------------------------------
000310*    15/10/2026  JLR    VERSION ORIGINAL.
000312*    15/10/2026  JLR    FECHA DE ENTREGA TOMADA DEL FICHERO DE
000314*                       CONTROL CICLO (TMCICWS/TMCICPRC): FECHA
000316*                       DE NEGOCIO EN LUGAR DEL RELOJ.
000320******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS DF-FS-CAMBIOS.
000400
000410     SELECT SUSCRIP-FILE ASSIGN TO "SUSCRIP"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS DF-FS-SUSCRIP.
000440
000450     SELECT SUSNEW-FILE ASSIGN TO "SUSNEW"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DF-FS-SUSNEW.
000480
000490     SELECT ENTCAMB-FILE ASSIGN TO "ENTCAMB"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DF-FS-ENTCAMB.
000520
000530     SELECT INFORME-FILE ASSIGN TO "INFDIFUS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DF-FS-INFORME.
000560
000562     SELECT CICLO-FILE ASSIGN TO "CICLO"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS CI-FS-CICLO.
000568
000570     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS BT-FS-BITACORA.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630******************************************************************
000640*    FICHERO DE CAMBIOS ACUMULADO: TODAS LAS GENERACIONES DE
000650*    TABCAMB CONCATENADAS (VER TMCAMREG).
000660******************************************************************
000670 FD  CAMBIOS-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS.
000700     COPY TMCAMREG.
000710
000720******************************************************************
000730*    SUSCRIPTORES CON EL ULTIMO ENVIO RECIBIDO (VER TMSUSREG).
000740******************************************************************
000750 FD  SUSCRIP-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 80 CHARACTERS.
000780     COPY TMSUSREG.
000790
000800******************************************************************
000810*    SUSCRIP ACTUALIZADO; EL PASO SIGUIENTE LO COPIA SOBRE EL
000820*    SUSCRIP VIVO SOLO SI LA DIFUSION TERMINA CON RC=0 O RC=4.
000830******************************************************************
000840 FD  SUSNEW-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  FD-REG-SUSNEW                   PIC X(80).
000880
000890******************************************************************
000900*    ENTREGA DE CAMBIOS POR SUSCRIPTOR (VER TMECBREG).
000910******************************************************************
000920 FD  ENTCAMB-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS.
000950     COPY TMECBREG.
000960
000970******************************************************************
000980*    INFORME DE LA DIFUSION.
000990******************************************************************
001000 FD  INFORME-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  FD-REG-INFORME                  PIC X(80).
001040
001041******************************************************************
001042*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
001043******************************************************************
001044 FD  CICLO-FILE
001045     LABEL RECORDS ARE STANDARD
001046     RECORD CONTAINS 80 CHARACTERS.
001047     COPY TMCICREG.
001048
001050******************************************************************
001060*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
001070******************************************************************
001080 FD  BITACORA-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 80 CHARACTERS.
001110     COPY TMBITREG.
001120
001130 WORKING-STORAGE SECTION.
001140     COPY TMBITWS.
001145     COPY TMCICWS.
001150 01  DF-SW-EOF-CAMBIOS           PIC X(01) VALUE "N".
001160         88  DF88-EOF-CAMBIOS        VALUE "S".
001170
001180 01  DF-SW-EOF-SUSCRIP           PIC X(01) VALUE "N".
001190         88  DF88-EOF-SUSCRIP        VALUE "S".
001200         88  DF88-SIGUE-SUSCRIP      VALUE "N".
001210
001220 01  DF-SW-CUADRE                PIC X(01) VALUE "S".
001230         88  DF88-TODO-CUADRADO      VALUE "S".
001240         88  DF88-HAY-DESCUADRE      VALUE "N".
001250
001260 01  DF-FS-CAMBIOS               PIC X(02) VALUE SPACES.
001270 01  DF-FS-SUSCRIP               PIC X(02) VALUE SPACES.
001280 01  DF-FS-SUSNEW                PIC X(02) VALUE SPACES.
001290 01  DF-FS-ENTCAMB               PIC X(02) VALUE SPACES.
001300 01  DF-FS-INFORME               PIC X(02) VALUE SPACES.
001310
001320 77  DF-CTR-LEIDOS               PIC 9(07) VALUE ZEROS COMP.
001330 77  DF-CTR-ERRONEOS             PIC 9(07) VALUE ZEROS COMP.
001340 77  DF-CTR-DESCUADRADOS         PIC 9(05) VALUE ZEROS COMP.
001350 77  DF-CTR-SUSCRIPTORES         PIC 9(05) VALUE ZEROS COMP.
001360 77  DF-CTR-INCOMPLETOS          PIC 9(05) VALUE ZEROS COMP.
001370 77  DF-CTR-ENTREGADOS           PIC 9(07) VALUE ZEROS COMP.
001380 77  DF-CTR-SUS-ENVIOS           PIC 9(05) VALUE ZEROS COMP.
001390 77  DF-CTR-SUS-ALTAS            PIC 9(07) VALUE ZEROS COMP.
001400 77  DF-CTR-SUS-BAJAS            PIC 9(07) VALUE ZEROS COMP.
001410
001420 77  DF-IDX-ENV                  PIC S9(05) VALUE ZEROS COMP.
001430 77  DF-IDX-ACTUAL               PIC 9(05) VALUE ZEROS COMP.
001440 77  DF-IDX-HUECO                PIC 9(05) VALUE ZEROS COMP.
001450 77  DF-IDX-CAM                  PIC 9(05) VALUE ZEROS COMP.
001460
001490******************************************************************
001500*    ORIGEN (FECHA, HORA Y PROGRAMA) DEL ULTIMO ENVIO RECIBIDO
001510*    POR EL SUSCRIPTOR EN CURSO, EL MENOR DE TODOS ELLOS (SOLO
001520*    SE GUARDAN LOS CAMBIOS POSTERIORES) Y EL ULTIMO ENTREGADO
001530*    EN ESTA DIFUSION. LOW-VALUES: NO RECIBIO NADA TODAVIA.
001540******************************************************************
001550 01  DF-DESDE                    PIC X(22) VALUE LOW-VALUES.
001560 01  DF-DESDE-MINIMO             PIC X(22) VALUE HIGH-VALUES.
001570 01  DF-ULTIMO-ENTREGADO         PIC X(22) VALUE LOW-VALUES.
001580
001590******************************************************************
001600*    ENVIOS PRESENTES EN EL FICHERO DE CAMBIOS EN ORDEN
001610*    ASCENDENTE DE ORIGEN (INSERCION ORDENADA: LAS GENERACIONES
001620*    LLEGAN DE LA MAS RECIENTE A LA MAS ANTIGUA). CADA ENVIO
001630*    CUENTA SUS ALTAS Y BAJAS, GUARDA LOS TOTALES DE SU COLA Y
001640*    SENALA SU TRAMO DENTRO DE LA TABLA DE CAMBIOS GUARDADOS.
001650******************************************************************
001660 01  DF-MAX-ENVIOS               PIC 9(05) VALUE 1000.
001670 01  DF-NUM-ENVIOS               PIC 9(05) VALUE ZEROS COMP.
001680 01  DF-TAB-ENVIOS.
001690     05  DF-ENVIO                OCCURS 1000.
001700         10  DF-ENV-SELLO.
001710             15  DF-ENV-FECHA    PIC 9(08).
001720             15  DF-ENV-HORA     PIC 9(06).
001730             15  DF-ENV-PROGRAMA PIC X(08).
001740         10  DF-ENV-ALTAS        PIC 9(07) COMP.
001750         10  DF-ENV-BAJAS        PIC 9(07) COMP.
001760         10  DF-ENV-COLAS        PIC 9(03) COMP.
001770         10  DF-ENV-COLA-ALTAS   PIC 9(07) COMP.
001780         10  DF-ENV-COLA-BAJAS   PIC 9(07) COMP.
001790         10  DF-ENV-DESDE        PIC 9(05) COMP.
001800         10  DF-ENV-HASTA        PIC 9(05) COMP.
001810         10  DF-ENV-PARTIDO      PIC X(01).
001820         10  DF-ENV-ESTADO       PIC X(12).
001830
001840******************************************************************
001850*    CAMBIOS ('ALT'/'BAJ') DE LOS ENVIOS QUE ALGUN SUSCRIPTOR
001860*    TODAVIA NO HA RECIBIDO: TIPO, ORIGEN Y TERNA.
001870******************************************************************
001880 01  DF-MAX-CAMBIOS              PIC 9(05) VALUE 30000.
001890 01  DF-NUM-CAMBIOS              PIC 9(05) VALUE ZEROS COMP.
001900 01  DF-TAB-CAMBIOS.
001910     05  DF-CAMBIO               PIC X(37) OCCURS 30000.
001920
001930 01  DF-BIT-DESCUADRE.
001940     05  FILLER                  PIC X(18) VALUE
001950         "ENVIO DESCUADRADO ".
001960     05  DF-BD-FECHA             PIC 9(08).
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  DF-BD-HORA              PIC 9(06).
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  DF-BD-PROGRAMA          PIC X(08).
002010     05  FILLER                  PIC X(08) VALUE SPACES.
002020
002030 01  DF-BIT-ERRONEO.
002040     05  FILLER                  PIC X(27) VALUE
002050         "REGISTRO DE CAMBIOS ERRONEO".
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  DF-BE-REGISTRO          PIC X(22).
002080
002090 01  DF-BIT-INCOMPLETO.
002100     05  FILLER                  PIC X(31) VALUE
002110         "COBERTURA INCOMPLETA DEL AREA ".
002120     05  DF-BI-AREA              PIC X(04).
002130     05  FILLER                  PIC X(15) VALUE SPACES.
002140
002150 01  DF-BIT-RESUMEN.
002160     05  FILLER                  PIC X(07) VALUE "ENVIOS ".
002170     05  DF-BR-ENVIOS            PIC 9(05).
002180     05  FILLER                  PIC X(09) VALUE " SUSCRIP ".
002190     05  DF-BR-SUSCRIPTORES      PIC 9(05).
002200     05  FILLER                  PIC X(12) VALUE " ENTREGADOS ".
002210     05  DF-BR-ENTREGADOS        PIC 9(07).
002220     05  FILLER                  PIC X(05) VALUE SPACES.
002230
002240 01  DF-LINEA-TITULO.
002250     05  FILLER                  PIC X(41) VALUE
002260         "DIFUSION DE CAMBIOS DE TABMAEST - FECHA: ".
002270     05  DF-LT-FECHA             PIC 9(08).
002280     05  FILLER                  PIC X(31) VALUE SPACES.
002290
002300 01  DF-LINEA-BLANCO             PIC X(80) VALUE SPACES.
002310
002320 01  DF-LINEA-SECCION            PIC X(80) VALUE SPACES.
002330
002340 01  DF-LINEA-CAB-ENVIOS.
002350     05  FILLER                  PIC X(46) VALUE
002360         "  FECHA     HORA    PROGRAMA    ALTAS    BAJAS".
002370     05  FILLER                  PIC X(08) VALUE "  ESTADO".
002380     05  FILLER                  PIC X(26) VALUE SPACES.
002390
002400 01  DF-LINEA-ENVIO.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  DF-LE-FECHA             PIC 9(08).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  DF-LE-HORA              PIC 9(06).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  DF-LE-PROGRAMA          PIC X(08).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  DF-LE-ALTAS             PIC ZZZZZZ9.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  DF-LE-BAJAS             PIC ZZZZZZ9.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  DF-LE-ESTADO            PIC X(12).
002530     05  FILLER                  PIC X(20) VALUE SPACES.
002540
002550 01  DF-LINEA-CAB-SUSCRIP.
002560     05  FILLER                  PIC X(40) VALUE
002570         "  AREA  NOMBRE".
002580     05  FILLER                  PIC X(31) VALUE
002590         "ENVIOS    ALTAS    BAJAS  AVISO".
002600     05  FILLER                  PIC X(09) VALUE SPACES.
002610
002620 01  DF-LINEA-SUSCRIP.
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  DF-LS-AREA              PIC X(04).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  DF-LS-NOMBRE            PIC X(30).
002670     05  FILLER                  PIC X(03) VALUE SPACES.
002680     05  DF-LS-ENVIOS            PIC ZZZZ9.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  DF-LS-ALTAS             PIC ZZZZZZ9.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  DF-LS-BAJAS             PIC ZZZZZZ9.
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  DF-LS-AVISO             PIC X(11).
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760
002770 01  DF-LINEA-RESUMEN.
002780     05  DF-LR-ETIQUETA          PIC X(26).
002790     05  DF-LR-CUENTA            PIC ZZZZZZ9.
002800     05  FILLER                  PIC X(47) VALUE SPACES.
002810
002820 PROCEDURE DIVISION.
002830******************************************************************
002840*    0000-MAINLINE - CONTROL PRINCIPAL DE LA DIFUSION.
002850******************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002880     PERFORM 2000-LEER-CAMBIO THRU 2000-LEER-CAMBIO-EXIT
002890         UNTIL DF88-EOF-CAMBIOS.
002900     PERFORM 3000-CUADRAR-ENVIO THRU 3000-CUADRAR-ENVIO-EXIT
002910         VARYING DF-IDX-ENV FROM 1 BY 1
002920         UNTIL DF-IDX-ENV > DF-NUM-ENVIOS.
002930     IF DF88-TODO-CUADRADO
002940         PERFORM 4000-DIFUNDIR THRU 4000-DIFUNDIR-EXIT
002950     END-IF.
002960     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002970     STOP RUN.
002980
002990******************************************************************
003000*    1000-INICIALIZAR - RECORRE SUSCRIP PARA HALLAR EL ENVIO
003010*    MAS ANTIGUO QUE FALTA POR ENTREGAR Y ABRE LOS FICHEROS.
003020******************************************************************
003030 1000-INICIALIZAR.
003040     PERFORM 9700-ABRIR-BITACORA
003050         THRU 9700-ABRIR-BITACORA-EXIT.
003060     MOVE "TABDIFUS" TO BT-PROGRAMA.
003070     MOVE "TB001I" TO BT-CODIGO.
003080     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
003090     PERFORM 9710-GRABAR-BITACORA
003100         THRU 9710-GRABAR-BITACORA-EXIT.
003110     PERFORM 9600-FECHA-NEGOCIO
003115         THRU 9600-FECHA-NEGOCIO-EXIT.
003120     PERFORM 1100-ABRIR-SUSCRIP THRU 1100-ABRIR-SUSCRIP-EXIT.
003130     PERFORM 1200-LEER-SUSCRIPTOR
003140         THRU 1200-LEER-SUSCRIPTOR-EXIT
003150         UNTIL DF88-EOF-SUSCRIP.
003160     CLOSE SUSCRIP-FILE.
003170     OPEN INPUT CAMBIOS-FILE.
003180     IF DF-FS-CAMBIOS NOT = "00"
003190         DISPLAY "*** ERROR ABRIENDO CAMBIOS (STATUS="
003200             DF-FS-CAMBIOS "). ***"
003210         MOVE "TB101E" TO BT-CODIGO
003220         MOVE "ERROR DE APERTURA DE CAMBIOS" TO BT-TEXTO
003230         PERFORM 9710-GRABAR-BITACORA
003240             THRU 9710-GRABAR-BITACORA-EXIT
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     OPEN OUTPUT ENTCAMB-FILE.
003290     IF DF-FS-ENTCAMB NOT = "00"
003300         DISPLAY "*** ERROR ABRIENDO ENTCAMB (STATUS="
003310             DF-FS-ENTCAMB "). ***"
003320         MOVE "TB101E" TO BT-CODIGO
003330         MOVE "ERROR DE APERTURA DE ENTCAMB" TO BT-TEXTO
003340         PERFORM 9710-GRABAR-BITACORA
003350             THRU 9710-GRABAR-BITACORA-EXIT
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     OPEN OUTPUT INFORME-FILE.
003400     IF DF-FS-INFORME NOT = "00"
003410         DISPLAY "*** ERROR ABRIENDO INFDIFUS (STATUS="
003420             DF-FS-INFORME "). ***"
003430         MOVE "TB101E" TO BT-CODIGO
003440         MOVE "ERROR DE APERTURA DE INFDIFUS" TO BT-TEXTO
003450         PERFORM 9710-GRABAR-BITACORA
003460             THRU 9710-GRABAR-BITACORA-EXIT
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500     MOVE CI-FECHA-NEGOCIO TO DF-LT-FECHA.
003510     WRITE FD-REG-INFORME FROM DF-LINEA-TITULO
003520         BEFORE ADVANCING 1 LINE.
003530     WRITE FD-REG-INFORME FROM DF-LINEA-BLANCO
003540         BEFORE ADVANCING 1 LINE.
003550 1000-INICIALIZAR-EXIT.
003560     EXIT.
003570
003580 1100-ABRIR-SUSCRIP.
003590     SET DF88-SIGUE-SUSCRIP TO TRUE.
003600     OPEN INPUT SUSCRIP-FILE.
003610     IF DF-FS-SUSCRIP NOT = "00"
003620         DISPLAY "*** ERROR ABRIENDO SUSCRIP (STATUS="
003630             DF-FS-SUSCRIP "). ***"
003640         MOVE "TB101E" TO BT-CODIGO
003650         MOVE "ERROR DE APERTURA DE SUSCRIP" TO BT-TEXTO
003660         PERFORM 9710-GRABAR-BITACORA
003670             THRU 9710-GRABAR-BITACORA-EXIT
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710 1100-ABRIR-SUSCRIP-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750*    1200-LEER-SUSCRIPTOR - PRIMERA PASADA POR SUSCRIP: SOLO
003760*    CALCULA EL MENOR ULTIMO ENVIO RECIBIDO. LAS LINEAS EN
003770*    BLANCO O CON '*' EN COLUMNA 1 SON COMENTARIOS.
003780******************************************************************
003790 1200-LEER-SUSCRIPTOR.
003800     READ SUSCRIP-FILE
003810         AT END
003820             SET DF88-EOF-SUSCRIP TO TRUE
003830             GO TO 1200-LEER-SUSCRIPTOR-EXIT
003840     END-READ.
003850     IF FD-REG-SUSCRIP = SPACES
003860         OR FD-REG-SUSCRIP(1:1) = "*"
003870         GO TO 1200-LEER-SUSCRIPTOR-EXIT
003880     END-IF.
003890     PERFORM 1210-ULTIMO-RECIBIDO
003900         THRU 1210-ULTIMO-RECIBIDO-EXIT.
003910     IF DF-DESDE < DF-DESDE-MINIMO
003920         MOVE DF-DESDE TO DF-DESDE-MINIMO
003930     END-IF.
003940 1200-LEER-SUSCRIPTOR-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*    1210-ULTIMO-RECIBIDO - ORIGEN DEL ULTIMO ENVIO RECIBIDO POR
003990*    EL SUSCRIPTOR LEIDO. UN ORIGEN EN BLANCO O NO NUMERICO
004000*    (SUSCRIPTOR NUEVO) RECIBE TODO LO ACUMULADO.
004010******************************************************************
004020 1210-ULTIMO-RECIBIDO.
004030     IF FD-SUS-ULT-FECHA IS NUMERIC
004040         AND FD-SUS-ULT-HORA IS NUMERIC
004050         MOVE FD-SUS-ULTIMO TO DF-DESDE
004060     ELSE
004070         MOVE LOW-VALUES TO DF-DESDE
004080     END-IF.
004090 1210-ULTIMO-RECIBIDO-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130*    2000-LEER-CAMBIO - LEE UN REGISTRO DEL FICHERO DE CAMBIOS,
004140*    LO ASIGNA A SU ENVIO Y ACUMULA SUS CONTADORES. LOS CAMBIOS
004150*    POSTERIORES AL MENOR ULTIMO ENVIO RECIBIDO SE GUARDAN PARA
004160*    LA ENTREGA. UN REGISTRO ERRONEO DESCUADRA LA DIFUSION.
004170******************************************************************
004180 2000-LEER-CAMBIO.
004190     READ CAMBIOS-FILE
004200         AT END
004210             SET DF88-EOF-CAMBIOS TO TRUE
004220             GO TO 2000-LEER-CAMBIO-EXIT
004230     END-READ.
004240     IF FD-REG-CAMBIO = SPACES
004250         GO TO 2000-LEER-CAMBIO-EXIT
004260     END-IF.
004270     ADD 1 TO DF-CTR-LEIDOS.
004280     IF (NOT FD88-CAM-ALTA
004290         AND NOT FD88-CAM-BAJA
004300         AND NOT FD88-CAM-FIN)
004310         OR FD-CAM-FECHA IS NOT NUMERIC
004320         OR FD-CAM-HORA IS NOT NUMERIC
004330         PERFORM 2900-ANOTAR-ERRONEO
004340             THRU 2900-ANOTAR-ERRONEO-EXIT
004350         GO TO 2000-LEER-CAMBIO-EXIT
004360     END-IF.
004370     IF DF-IDX-ACTUAL = ZEROS
004380         OR DF-ENV-SELLO(DF-IDX-ACTUAL) NOT = FD-CAM-ORIGEN
004390         PERFORM 2100-REGISTRAR-ENVIO
004400             THRU 2100-REGISTRAR-ENVIO-EXIT
004410     END-IF.
004420     IF FD88-CAM-FIN
004430         IF FD-CAM-ALTAS IS NOT NUMERIC
004440             OR FD-CAM-BAJAS IS NOT NUMERIC
004450             PERFORM 2900-ANOTAR-ERRONEO
004460                 THRU 2900-ANOTAR-ERRONEO-EXIT
004470             GO TO 2000-LEER-CAMBIO-EXIT
004480         END-IF
004490         ADD 1 TO DF-ENV-COLAS(DF-IDX-ACTUAL)
004500         MOVE FD-CAM-ALTAS TO DF-ENV-COLA-ALTAS(DF-IDX-ACTUAL)
004510         MOVE FD-CAM-BAJAS TO DF-ENV-COLA-BAJAS(DF-IDX-ACTUAL)
004520         GO TO 2000-LEER-CAMBIO-EXIT
004530     END-IF.
004540     IF DF-ENV-COLAS(DF-IDX-ACTUAL) NOT = ZEROS
004550         MOVE "S" TO DF-ENV-PARTIDO(DF-IDX-ACTUAL)
004560     END-IF.
004570     IF FD88-CAM-ALTA
004580         ADD 1 TO DF-ENV-ALTAS(DF-IDX-ACTUAL)
004590     ELSE
004600         ADD 1 TO DF-ENV-BAJAS(DF-IDX-ACTUAL)
004610     END-IF.
004620     IF FD-CAM-ORIGEN NOT > DF-DESDE-MINIMO
004630         GO TO 2000-LEER-CAMBIO-EXIT
004640     END-IF.
004650     IF DF-NUM-CAMBIOS NOT < DF-MAX-CAMBIOS
004660         DISPLAY "*** MAS DE " DF-MAX-CAMBIOS " CAMBIOS "
004670             "PENDIENTES: AMPLIAR DF-TAB-CAMBIOS. ***"
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     ADD 1 TO DF-NUM-CAMBIOS.
004720     MOVE FD-REG-CAMBIO(1:37) TO DF-CAMBIO(DF-NUM-CAMBIOS).
004730     IF DF-ENV-DESDE(DF-IDX-ACTUAL) = ZEROS
004740         MOVE DF-NUM-CAMBIOS TO DF-ENV-DESDE(DF-IDX-ACTUAL)
004750     END-IF.
004760     MOVE DF-NUM-CAMBIOS TO DF-ENV-HASTA(DF-IDX-ACTUAL).
004770 2000-LEER-CAMBIO-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810*    2100-REGISTRAR-ENVIO - BUSCA EL ENVIO DEL REGISTRO LEIDO Y,
004820*    SI ES NUEVO, LO INSERTA EN SU LUGAR DE LA TABLA ORDENADA.
004830*    CADA GENERACION ES UN ENVIO COMPLETO: UN ENVIO YA VISTO
004840*    QUE REAPARECE MAS ADELANTE ESTA PARTIDO Y SE DESCUADRA.
004850******************************************************************
004860 2100-REGISTRAR-ENVIO.
004870     PERFORM 2110-BUSCAR-HUECO THRU 2110-BUSCAR-HUECO-EXIT
004880         VARYING DF-IDX-HUECO FROM 1 BY 1
004890         UNTIL DF-IDX-HUECO > DF-NUM-ENVIOS
004900         OR DF-ENV-SELLO(DF-IDX-HUECO) NOT < FD-CAM-ORIGEN.
004910     MOVE DF-IDX-HUECO TO DF-IDX-ACTUAL.
004920     IF DF-IDX-HUECO NOT > DF-NUM-ENVIOS
004930         AND DF-ENV-SELLO(DF-IDX-HUECO) = FD-CAM-ORIGEN
004940         MOVE "S" TO DF-ENV-PARTIDO(DF-IDX-ACTUAL)
004950         GO TO 2100-REGISTRAR-ENVIO-EXIT
004960     END-IF.
004970     IF DF-NUM-ENVIOS NOT < DF-MAX-ENVIOS
004980         DISPLAY "*** MAS DE " DF-MAX-ENVIOS " ENVIOS EN "
004990             "CAMBIOS: AMPLIAR DF-TAB-ENVIOS. ***"
005000         MOVE 16 TO RETURN-CODE
005010         STOP RUN
005020     END-IF.
005030     PERFORM 2120-DESPLAZAR-ENVIO THRU 2120-DESPLAZAR-ENVIO-EXIT
005040         VARYING DF-IDX-ENV FROM DF-NUM-ENVIOS BY -1
005050         UNTIL DF-IDX-ENV < DF-IDX-HUECO.
005060     ADD 1 TO DF-NUM-ENVIOS.
005070     INITIALIZE DF-ENVIO(DF-IDX-ACTUAL).
005080     MOVE FD-CAM-ORIGEN TO DF-ENV-SELLO(DF-IDX-ACTUAL).
005090     MOVE "N" TO DF-ENV-PARTIDO(DF-IDX-ACTUAL).
005100 2100-REGISTRAR-ENVIO-EXIT.
005110     EXIT.
005120
005130 2110-BUSCAR-HUECO.
005140     CONTINUE.
005150 2110-BUSCAR-HUECO-EXIT.
005160     EXIT.
005170
005180 2120-DESPLAZAR-ENVIO.
005190     MOVE DF-ENVIO(DF-IDX-ENV) TO DF-ENVIO(DF-IDX-ENV + 1).
005200 2120-DESPLAZAR-ENVIO-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*    2900-ANOTAR-ERRONEO - REGISTRO DE CAMBIOS CON TIPO U ORIGEN
005250*    INVALIDO: AVISO TB201W Y DIFUSION RETENIDA.
005260******************************************************************
005270 2900-ANOTAR-ERRONEO.
005280     ADD 1 TO DF-CTR-ERRONEOS.
005290     SET DF88-HAY-DESCUADRE TO TRUE.
005300     MOVE FD-REG-CAMBIO(1:22) TO DF-BE-REGISTRO.
005310     MOVE "TB201W"       TO BT-CODIGO.
005320     MOVE DF-BIT-ERRONEO TO BT-TEXTO.
005330     PERFORM 9710-GRABAR-BITACORA
005340         THRU 9710-GRABAR-BITACORA-EXIT.
005350 2900-ANOTAR-ERRONEO-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390*    3000-CUADRAR-ENVIO - UN ENVIO CUADRA SI TIENE UNA SOLA COLA,
005400*    NO ESTA PARTIDO Y SUS ALTAS Y BAJAS COINCIDEN CON LAS DE LA
005410*    COLA. LISTA EL ENVIO Y AVISA CON TB204W SI NO CUADRA.
005420******************************************************************
005430 3000-CUADRAR-ENVIO.
005440     IF DF-IDX-ENV = 1
005450         MOVE "ENVIOS EN EL FICHERO DE CAMBIOS"
005460             TO DF-LINEA-SECCION
005470         WRITE FD-REG-INFORME FROM DF-LINEA-SECCION
005480             BEFORE ADVANCING 1 LINE
005490         WRITE FD-REG-INFORME FROM DF-LINEA-CAB-ENVIOS
005500             BEFORE ADVANCING 1 LINE
005510     END-IF.
005520     EVALUATE TRUE
005530         WHEN DF-ENV-COLAS(DF-IDX-ENV) = ZEROS
005540             MOVE "SIN COLA" TO DF-ENV-ESTADO(DF-IDX-ENV)
005550         WHEN DF-ENV-COLAS(DF-IDX-ENV) > 1
005560             OR DF-ENV-PARTIDO(DF-IDX-ENV) = "S"
005570             MOVE "PARTIDO" TO DF-ENV-ESTADO(DF-IDX-ENV)
005580         WHEN DF-ENV-ALTAS(DF-IDX-ENV)
005590             NOT = DF-ENV-COLA-ALTAS(DF-IDX-ENV)
005600             OR DF-ENV-BAJAS(DF-IDX-ENV)
005610             NOT = DF-ENV-COLA-BAJAS(DF-IDX-ENV)
005620             MOVE "DESCUADRADO" TO DF-ENV-ESTADO(DF-IDX-ENV)
005630         WHEN OTHER
005640             MOVE "CUADRADO" TO DF-ENV-ESTADO(DF-IDX-ENV)
005650     END-EVALUATE.
005660     MOVE DF-ENV-FECHA(DF-IDX-ENV)    TO DF-LE-FECHA.
005670     MOVE DF-ENV-HORA(DF-IDX-ENV)     TO DF-LE-HORA.
005680     MOVE DF-ENV-PROGRAMA(DF-IDX-ENV) TO DF-LE-PROGRAMA.
005690     MOVE DF-ENV-ALTAS(DF-IDX-ENV)    TO DF-LE-ALTAS.
005700     MOVE DF-ENV-BAJAS(DF-IDX-ENV)    TO DF-LE-BAJAS.
005710     MOVE DF-ENV-ESTADO(DF-IDX-ENV)   TO DF-LE-ESTADO.
005720     WRITE FD-REG-INFORME FROM DF-LINEA-ENVIO
005730         BEFORE ADVANCING 1 LINE.
005740     IF DF-ENV-ESTADO(DF-IDX-ENV) = "CUADRADO"
005750         GO TO 3000-CUADRAR-ENVIO-EXIT
005760     END-IF.
005770     ADD 1 TO DF-CTR-DESCUADRADOS.
005780     SET DF88-HAY-DESCUADRE TO TRUE.
005790     MOVE DF-ENV-FECHA(DF-IDX-ENV)    TO DF-BD-FECHA.
005800     MOVE DF-ENV-HORA(DF-IDX-ENV)     TO DF-BD-HORA.
005810     MOVE DF-ENV-PROGRAMA(DF-IDX-ENV) TO DF-BD-PROGRAMA.
005820     MOVE "TB204W"         TO BT-CODIGO.
005830     MOVE DF-BIT-DESCUADRE TO BT-TEXTO.
005840     PERFORM 9710-GRABAR-BITACORA
005850         THRU 9710-GRABAR-BITACORA-EXIT.
005860 3000-CUADRAR-ENVIO-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900*    4000-DIFUNDIR - SEGUNDA PASADA POR SUSCRIP: ENTREGA SU
005910*    TRAMO A CADA SUSCRIPTOR Y GRABA EN SUSNEW TODAS LAS LINEAS,
005920*    COMENTARIOS INCLUIDOS, CON EL ULTIMO ENVIO ACTUALIZADO.
005930******************************************************************
005940 4000-DIFUNDIR.
005950     PERFORM 1100-ABRIR-SUSCRIP THRU 1100-ABRIR-SUSCRIP-EXIT.
005960     OPEN OUTPUT SUSNEW-FILE.
005970     IF DF-FS-SUSNEW NOT = "00"
005980         DISPLAY "*** ERROR ABRIENDO SUSNEW (STATUS="
005990             DF-FS-SUSNEW "). ***"
006000         MOVE "TB101E" TO BT-CODIGO
006010         MOVE "ERROR DE APERTURA DE SUSNEW" TO BT-TEXTO
006020         PERFORM 9710-GRABAR-BITACORA
006030             THRU 9710-GRABAR-BITACORA-EXIT
006040         MOVE 16 TO RETURN-CODE
006050         STOP RUN
006060     END-IF.
006070     WRITE FD-REG-INFORME FROM DF-LINEA-BLANCO
006080         BEFORE ADVANCING 1 LINE.
006090     MOVE "ENTREGAS POR SUSCRIPTOR" TO DF-LINEA-SECCION.
006100     WRITE FD-REG-INFORME FROM DF-LINEA-SECCION
006110         BEFORE ADVANCING 1 LINE.
006120     WRITE FD-REG-INFORME FROM DF-LINEA-CAB-SUSCRIP
006130         BEFORE ADVANCING 1 LINE.
006140     PERFORM 4100-DIFUNDIR-SUSCRIPTOR
006150         THRU 4100-DIFUNDIR-SUSCRIPTOR-EXIT
006160         UNTIL DF88-EOF-SUSCRIP.
006170     CLOSE SUSCRIP-FILE.
006180     CLOSE SUSNEW-FILE.
006190 4000-DIFUNDIR-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230*    4100-DIFUNDIR-SUSCRIPTOR - TRAMO DEL SUSCRIPTOR LEIDO:
006240*    CABECERA, LOS CAMBIOS DE CADA ENVIO POSTERIOR AL ULTIMO
006250*    RECIBIDO EN ORDEN DE ENVIO Y COLA CON LOS TOTALES. UN
006260*    ULTIMO RECIBIDO ANTERIOR AL ENVIO MAS ANTIGUO CONSERVADO
006270*    SE AVISA CON TB205W: PUEDEN FALTARLE ENVIOS YA DEPURADOS.
006280******************************************************************
006290 4100-DIFUNDIR-SUSCRIPTOR.
006300     READ SUSCRIP-FILE
006310         AT END
006320             SET DF88-EOF-SUSCRIP TO TRUE
006330             GO TO 4100-DIFUNDIR-SUSCRIPTOR-EXIT
006340     END-READ.
006350     IF FD-REG-SUSCRIP = SPACES
006360         OR FD-REG-SUSCRIP(1:1) = "*"
006370         WRITE FD-REG-SUSNEW FROM FD-REG-SUSCRIP
006380         GO TO 4100-DIFUNDIR-SUSCRIPTOR-EXIT
006390     END-IF.
006400     ADD 1 TO DF-CTR-SUSCRIPTORES.
006410     PERFORM 1210-ULTIMO-RECIBIDO
006420         THRU 1210-ULTIMO-RECIBIDO-EXIT.
006430     MOVE ZEROS TO DF-CTR-SUS-ENVIOS.
006440     MOVE ZEROS TO DF-CTR-SUS-ALTAS.
006450     MOVE ZEROS TO DF-CTR-SUS-BAJAS.
006460     MOVE DF-DESDE TO DF-ULTIMO-ENTREGADO.
006470     MOVE SPACES TO DF-LS-AVISO.
006480     IF DF-DESDE NOT = LOW-VALUES
006490         AND DF-NUM-ENVIOS > ZEROS
006500         AND DF-DESDE < DF-ENV-SELLO(1)
006510         PERFORM 4300-AVISAR-INCOMPLETO
006520             THRU 4300-AVISAR-INCOMPLETO-EXIT
006530     END-IF.
006540     MOVE SPACES TO FD-REG-ENTCAMB.
006550     SET FD88-ECB-CABECERA TO TRUE.
006560     MOVE FD-SUS-AREA      TO FD-ECB-AREA.
006570     MOVE CI-FECHA-NEGOCIO TO FD-ECB-FECHA.
006580     MOVE ZEROS TO FD-ECB-ENVIOS.
006590     MOVE ZEROS TO FD-ECB-ALTAS.
006600     MOVE ZEROS TO FD-ECB-BAJAS.
006610     WRITE FD-REG-ENTCAMB.
006620     PERFORM 4200-ENTREGAR-ENVIO THRU 4200-ENTREGAR-ENVIO-EXIT
006630         VARYING DF-IDX-ENV FROM 1 BY 1
006640         UNTIL DF-IDX-ENV > DF-NUM-ENVIOS.
006650     MOVE SPACES TO FD-REG-ENTCAMB.
006660     SET FD88-ECB-FIN TO TRUE.
006670     MOVE FD-SUS-AREA       TO FD-ECB-AREA.
006680     MOVE CI-FECHA-NEGOCIO  TO FD-ECB-FECHA.
006690     MOVE DF-CTR-SUS-ENVIOS TO FD-ECB-ENVIOS.
006700     MOVE DF-CTR-SUS-ALTAS  TO FD-ECB-ALTAS.
006710     MOVE DF-CTR-SUS-BAJAS  TO FD-ECB-BAJAS.
006720     WRITE FD-REG-ENTCAMB.
006730     IF DF-CTR-SUS-ENVIOS > ZEROS
006740         IF FD-SUS-ENVIOS IS NOT NUMERIC
006750             MOVE ZEROS TO FD-SUS-ENVIOS
006760         END-IF
006770         MOVE DF-ULTIMO-ENTREGADO TO FD-SUS-ULTIMO
006780         ADD DF-CTR-SUS-ENVIOS    TO FD-SUS-ENVIOS
006790         MOVE CI-FECHA-NEGOCIO    TO FD-SUS-FECHA-ENTREGA
006800     END-IF.
006810     WRITE FD-REG-SUSNEW FROM FD-REG-SUSCRIP.
006820     MOVE FD-SUS-AREA       TO DF-LS-AREA.
006830     MOVE FD-SUS-NOMBRE     TO DF-LS-NOMBRE.
006840     MOVE DF-CTR-SUS-ENVIOS TO DF-LS-ENVIOS.
006850     MOVE DF-CTR-SUS-ALTAS  TO DF-LS-ALTAS.
006860     MOVE DF-CTR-SUS-BAJAS  TO DF-LS-BAJAS.
006870     WRITE FD-REG-INFORME FROM DF-LINEA-SUSCRIP
006880         BEFORE ADVANCING 1 LINE.
006890 4100-DIFUNDIR-SUSCRIPTOR-EXIT.
006900     EXIT.
006910
006920 4200-ENTREGAR-ENVIO.
006930     IF DF-ENV-SELLO(DF-IDX-ENV) NOT > DF-DESDE
006940         GO TO 4200-ENTREGAR-ENVIO-EXIT
006950     END-IF.
006960     ADD 1 TO DF-CTR-SUS-ENVIOS.
006970     ADD DF-ENV-ALTAS(DF-IDX-ENV) TO DF-CTR-SUS-ALTAS.
006980     ADD DF-ENV-BAJAS(DF-IDX-ENV) TO DF-CTR-SUS-BAJAS.
006990     MOVE DF-ENV-SELLO(DF-IDX-ENV) TO DF-ULTIMO-ENTREGADO.
007000     IF DF-ENV-DESDE(DF-IDX-ENV) = ZEROS
007010         GO TO 4200-ENTREGAR-ENVIO-EXIT
007020     END-IF.
007030     PERFORM 4210-ENTREGAR-CAMBIO THRU 4210-ENTREGAR-CAMBIO-EXIT
007040         VARYING DF-IDX-CAM FROM DF-ENV-DESDE(DF-IDX-ENV) BY 1
007050         UNTIL DF-IDX-CAM > DF-ENV-HASTA(DF-IDX-ENV).
007060 4200-ENTREGAR-ENVIO-EXIT.
007070     EXIT.
007080
007090 4210-ENTREGAR-CAMBIO.
007100     MOVE SPACES TO FD-REG-ENTCAMB.
007110     SET FD88-ECB-DETALLE TO TRUE.
007120     MOVE FD-SUS-AREA TO FD-ECB-AREA.
007130     MOVE DF-CAMBIO(DF-IDX-CAM) TO FD-ECB-CAMBIO.
007140     WRITE FD-REG-ENTCAMB.
007150     ADD 1 TO DF-CTR-ENTREGADOS.
007160 4210-ENTREGAR-CAMBIO-EXIT.
007170     EXIT.
007180
007190 4300-AVISAR-INCOMPLETO.
007200     ADD 1 TO DF-CTR-INCOMPLETOS.
007210     MOVE "INCOMPLETA" TO DF-LS-AVISO.
007220     MOVE FD-SUS-AREA TO DF-BI-AREA.
007230     MOVE "TB205W"          TO BT-CODIGO.
007240     MOVE DF-BIT-INCOMPLETO TO BT-TEXTO.
007250     PERFORM 9710-GRABAR-BITACORA
007260         THRU 9710-GRABAR-BITACORA-EXIT.
007270 4300-AVISAR-INCOMPLETO-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310*    9000-FINALIZAR - TOTALES EN EL INFORME, CIERRE DE FICHEROS
007320*    Y CODIGO DE RETORNO: 0 TODO ENTREGADO, 4 CON SUSCRIPTORES
007330*    DE COBERTURA INCOMPLETA, 8 FICHERO DE CAMBIOS DESCUADRADO
007340*    (NADA ENTREGADO).
007350******************************************************************
007360 9000-FINALIZAR.
007370     WRITE FD-REG-INFORME FROM DF-LINEA-BLANCO
007380         BEFORE ADVANCING 1 LINE.
007390     IF DF88-HAY-DESCUADRE
007400         MOVE "*** FICHERO DE CAMBIOS DESCUADRADO: NO SE ENTREGA"
007410             TO DF-LINEA-SECCION
007420         MOVE " NADA NI CAMBIA SUSCRIP ***"
007430             TO DF-LINEA-SECCION(50:27)
007440         WRITE FD-REG-INFORME FROM DF-LINEA-SECCION
007450             BEFORE ADVANCING 1 LINE
007460         WRITE FD-REG-INFORME FROM DF-LINEA-BLANCO
007470             BEFORE ADVANCING 1 LINE
007480     END-IF.
007490     MOVE "  REGISTROS LEIDOS:       " TO DF-LR-ETIQUETA.
007500     MOVE DF-CTR-LEIDOS TO DF-LR-CUENTA.
007510     WRITE FD-REG-INFORME FROM DF-LINEA-RESUMEN
007520         BEFORE ADVANCING 1 LINE.
007530     MOVE "  REGISTROS ERRONEOS:     " TO DF-LR-ETIQUETA.
007540     MOVE DF-CTR-ERRONEOS TO DF-LR-CUENTA.
007550     WRITE FD-REG-INFORME FROM DF-LINEA-RESUMEN
007560         BEFORE ADVANCING 1 LINE.
007570     MOVE "  ENVIOS:                 " TO DF-LR-ETIQUETA.
007580     MOVE DF-NUM-ENVIOS TO DF-LR-CUENTA.
007590     WRITE FD-REG-INFORME FROM DF-LINEA-RESUMEN
007600         BEFORE ADVANCING 1 LINE.
007610     MOVE "  ENVIOS DESCUADRADOS:    " TO DF-LR-ETIQUETA.
007620     MOVE DF-CTR-DESCUADRADOS TO DF-LR-CUENTA.
007630     WRITE FD-REG-INFORME FROM DF-LINEA-RESUMEN
007640         BEFORE ADVANCING 1 LINE.
007650     MOVE "  SUSCRIPTORES:           " TO DF-LR-ETIQUETA.
007660     MOVE DF-CTR-SUSCRIPTORES TO DF-LR-CUENTA.
007670     WRITE FD-REG-INFORME FROM DF-LINEA-RESUMEN
007680         BEFORE ADVANCING 1 LINE.
007690     MOVE "  COBERTURA INCOMPLETA:   " TO DF-LR-ETIQUETA.
007700     MOVE DF-CTR-INCOMPLETOS TO DF-LR-CUENTA.
007710     WRITE FD-REG-INFORME FROM DF-LINEA-RESUMEN
007720         BEFORE ADVANCING 1 LINE.
007730     MOVE "  CAMBIOS ENTREGADOS:     " TO DF-LR-ETIQUETA.
007740     MOVE DF-CTR-ENTREGADOS TO DF-LR-CUENTA.
007750     WRITE FD-REG-INFORME FROM DF-LINEA-RESUMEN
007760         BEFORE ADVANCING 1 LINE.
007770     CLOSE CAMBIOS-FILE.
007780     CLOSE ENTCAMB-FILE.
007790     CLOSE INFORME-FILE.
007800     DISPLAY "TABDIFUS: ENVIOS " DF-NUM-ENVIOS
007810         " DESCUADRADOS " DF-CTR-DESCUADRADOS
007820         " SUSCRIPTORES " DF-CTR-SUSCRIPTORES
007830         " ENTREGADOS " DF-CTR-ENTREGADOS ".".
007840     IF DF88-HAY-DESCUADRE
007850         MOVE 8 TO RETURN-CODE
007860         DISPLAY "FICHERO DE CAMBIOS DESCUADRADO: DIFUSION "
007870             "RETENIDA (RC=8)."
007880     ELSE
007890         IF DF-CTR-INCOMPLETOS NOT = ZEROS
007900             MOVE 4 TO RETURN-CODE
007910         END-IF
007920     END-IF.
007930     MOVE DF-NUM-ENVIOS       TO DF-BR-ENVIOS.
007940     MOVE DF-CTR-SUSCRIPTORES TO DF-BR-SUSCRIPTORES.
007950     MOVE DF-CTR-ENTREGADOS   TO DF-BR-ENTREGADOS.
007960     MOVE "TB301I"       TO BT-CODIGO.
007970     MOVE DF-BIT-RESUMEN TO BT-TEXTO.
007980     PERFORM 9710-GRABAR-BITACORA
007990         THRU 9710-GRABAR-BITACORA-EXIT.
008000     MOVE RETURN-CODE TO BT-FIN-RETORNO.
008010     MOVE "TB002I" TO BT-CODIGO.
008020     MOVE BT-TEXTO-FIN TO BT-TEXTO.
008030     PERFORM 9710-GRABAR-BITACORA
008040         THRU 9710-GRABAR-BITACORA-EXIT.
008050     PERFORM 9720-CERRAR-BITACORA
008060         THRU 9720-CERRAR-BITACORA-EXIT.
008070 9000-FINALIZAR-EXIT.
008080     EXIT.
008090
008091******************************************************************
008092*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
008093*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
008094******************************************************************
008095     COPY TMCICPRC.
008096
008100******************************************************************
008110*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
008120*    BITACORA CENTRAL DE EXPLOTACION.
008130******************************************************************
008140     COPY TMBITPRC.
008150
008160 END PROGRAM TABDIFUS.
