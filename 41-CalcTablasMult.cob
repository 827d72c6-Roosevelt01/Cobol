000859*                       (TMBITREG/TMBITWS/TMBITPRC): EVENTOS
000860*                       CODIFICADOS DE INICIO/FIN, ERRORES DE
000861*                       APERTURA Y AVISOS PROPIOS DEL PROGRAMA.
000862*    15/10/2026  JLR    CODIGO DE AREA PETICIONARIA EN NUMEROS
000863*                       (POSICIONES 8-11): VIAJA EN CADA TERNA
000864*                       DE SALTABLA Y EN LOS DETALLES DEL
000865*                       AUDITLOG PARA LA ENTREGA Y LA
000866*                       REPERCUSION DE COSTES POR AREA.
000867*    15/10/2026  JLR    FECHA DE NEGOCIO TOMADA DEL FICHERO DE
000868*                       CONTROL CICLO (TMCICWS/TMCICPRC) PARA LA
000869*                       FECHA DE LA AUDITORIA, EN LUGAR DEL
000870*                       RELOJ, Y ANOTADA AL PRINCIPIO DEL
000871*                       REPORTE: CADA CICLO ESCRIBE SU PROPIA
000872*                       GENERACION DE REPORTE, SALTABLA Y
000873*                       RECHAZOS.
000874*    15/10/2026  JLR    SEGUIMIENTO DE PETICIONES SEGPET EN MODO
000875*                       LOTE (TMSEGREG/TMSEGWS/TMSEGPRC): CADA
000876*                       TABLA GENERADA PASA A CALCULADA, LA QUE
000877*                       YA ESTA EN EL MAESTRO A CARGADA Y CADA
000878*                       RECHAZO CON CLAVE A RECHAZADA CON SU
000879*                       MOTIVO, PARA TODAS LAS AREAS QUE LA
000880*                       PIDIERON.
000881******************************************************************
000882
000883 ENVIRONMENT DIVISION.
000884 INPUT-OUTPUT SECTION.
000885 FILE-CONTROL.
000890     SELECT NUMEROS-FILE ASSIGN TO "NUMEROS"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS TM-FS-NUMEROS.
001190     SELECT PARAMS-FILE ASSIGN TO "PARAMS"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS TM-FS-PARAMS.
001211
001212     SELECT SEGPET-FILE ASSIGN TO "SEGPET"
001213         ORGANIZATION IS INDEXED
001214         ACCESS MODE IS DYNAMIC
001215         RECORD KEY IS FD-SEG-CLAVE
001216         FILE STATUS IS SG-FS-SEGUIMIENTO.
001220
001221     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
001222         ORGANIZATION IS LINE SEQUENTIAL
001223         FILE STATUS IS BT-FS-BITACORA.
001224
001225     SELECT CICLO-FILE ASSIGN TO "CICLO"
001226         ORGANIZATION IS LINE SEQUENTIAL
001227         FILE STATUS IS CI-FS-CICLO.
001228
001230 DATA DIVISION.
001240 FILE SECTION.
001250******************************************************************
001330     05  FD-NUM-NUMERO           PIC 9(03).
001340     05  FD-NUM-TAMANO           PIC 9(03).
001345     05  FD-NUM-OPERACION        PIC X(01).
001347     05  FD-NUM-AREA             PIC X(04).
001350     05  FILLER                  PIC X(69).
001360
001370******************************************************************
001380*    FICHERO DE INFORME IMPRESO DE LAS TABLAS GENERADAS.          
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 90 CHARACTERS.
001950     COPY TMRCHREG.
001951
001954******************************************************************
001957*    SEGUIMIENTO DE PETICIONES POR AREA (VER TMSEGREG).
001960******************************************************************
001963 FD  SEGPET-FILE
001966     LABEL RECORDS ARE STANDARD
001969     RECORD CONTAINS 80 CHARACTERS.
001972     COPY TMSEGREG.
001975
001978******************************************************************
001981*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
001984******************************************************************
001987 FD  CICLO-FILE
001990     LABEL RECORDS ARE STANDARD
001993     RECORD CONTAINS 80 CHARACTERS.
001996     COPY TMCICREG.
002000
002010******************************************************************
002020*    FICHERO DE CONTROL CON LOS PARAMETROS DE EXPLOTACION, EN
002110     COPY TMCAMPOS.
002120     COPY TMPARAMS.
002121     COPY TMBITWS.
002125     COPY TMCICWS.
002127     COPY TMSEGWS.
002130
002140 01  TM-MODO-EJECUCION           PIC X(05) VALUE SPACES.
002150         88  TM88-MODO-LOTE          VALUE "LOTE".
002680
002690 01  TM-FS-RECHAZOS              PIC X(02) VALUE SPACES.
002700 01  TM-MOTIVO-RECHAZO           PIC X(02) VALUE SPACES.
002705 01  TM-AREA-PETICION            PIC X(04) VALUE SPACES.
002710 77  TM-CTR-RECHAZADOS           PIC 9(07) VALUE ZEROS.
002720 77  TM-CTR-ACEPTADOS            PIC 9(07) VALUE ZEROS.
002730 77  TM-CTR-TABLAS               PIC 9(07) VALUE ZEROS.
003560         05  TM-LP-LINEAS      PIC 9(03).
003570         05  FILLER            PIC X(11) VALUE SPACES.
003580
003581 01  TM-LINEA-NEGOCIO.
003582         05  FILLER            PIC X(18)
003583             VALUE "FECHA DE NEGOCIO: ".
003584         05  TM-LN-FECHA       PIC 9(08).
003585         05  FILLER            PIC X(54) VALUE SPACES.
003586
003590 01  TM-FECHA-SISTEMA            PIC 9(08).
003600 01  TM-HORA-SISTEMA             PIC 9(08).
003602
003815     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
003816     PERFORM 9710-GRABAR-BITACORA
003817         THRU 9710-GRABAR-BITACORA-EXIT.
003818     PERFORM 9600-FECHA-NEGOCIO
003819         THRU 9600-FECHA-NEGOCIO-EXIT.
003820     ACCEPT TM-PARM-EJECUCION FROM COMMAND-LINE.
003830     IF TM-PARM-EJECUCION(1:4) = "LOTE"
003840         MOVE "LOTE" TO TM-MODO-EJECUCION
004680                 "(STATUS=" TM-FS-MAESTRO "). SE CALCULAN "
004690                 "TODAS LAS TABLAS. ***"
004700         END-IF
004702         PERFORM 9500-ABRIR-SEGUIMIENTO
004704             THRU 9500-ABRIR-SEGUIMIENTO-EXIT
004706         MOVE "CAPITULO41" TO SG-PROGRAMA
004710         IF TM88-MODO-RESTART
004720             PERFORM 1100-LEER-CHECKPOINT
004730                 THRU 1100-LEER-CHECKPOINT-EXIT
005700*    AL PRINCIPIO DEL INFORME DE LA EJECUCION.
005710******************************************************************
005720 1400-ESCRIBIR-PARAMETROS.
005722     MOVE CI-FECHA-NEGOCIO      TO TM-LN-FECHA.
005724     WRITE FD-REG-REPORTE FROM TM-LINEA-NEGOCIO
005726         BEFORE ADVANCING 1 LINE.
005730     MOVE TM-PAR-NUMERO-MIN     TO TM-LP-NUM-MIN.
005740     MOVE TM-PAR-NUMERO-MAX     TO TM-LP-NUM-MAX.
005750     MOVE TM-PAR-TAMANO-MIN     TO TM-LP-TAM-MIN.
006030             THRU 4000-MOSTRAR-TABLA-EXIT
006040         ADD 1 TO TM-CTR-TABLAS
006050         IF TM88-MODO-LOTE
006052             MOVE "C"             TO SG-ETAPA
006054             MOVE TM-TAMANO-TABLA TO SG-TAMANO
006056             PERFORM 2140-ANOTAR-SEGUIMIENTO
006058                 THRU 2140-ANOTAR-SEGUIMIENTO-EXIT
006060             PERFORM 8000-TOMAR-CHECKPOINT
006070                 THRU 8000-TOMAR-CHECKPOINT-EXIT
006080         END-IF
006430             GO TO 2110-LEER-Y-VALIDAR-LOTE-EXIT
006440     END-READ.
006450     ADD 1 TO TM-REG-LEIDOS.
006451     MOVE FD-NUM-AREA TO TM-AREA-PETICION.
006452     IF FD-NUM-OPERACION = SPACE
006454         MOVE "M" TO TM-OPERACION
006456     ELSE
007010*    REGISTRO EN NUMEROS, EL MOTIVO DEL RECHAZO Y LA IMAGEN
007020*    ORIGINAL DE 80 BYTES TAL CUAL SE LEYO. EL RECHAZO CUENTA
007030*    TAMBIEN PARA EL PUNTO DE CONTROL: ASI UNA REANUDACION NO
007040*    VUELVE A GRABAR LOS RECHAZOS YA COMPROMETIDOS. UN RECHAZO
007043*    CON NUMERO LEGIBLE DEJA RECHAZADAS EN EL SEGUIMIENTO TODAS
007046*    LAS PETICIONES ABIERTAS DE ESE NUMERO Y OPERACION.
007050******************************************************************
007060 2130-GRABAR-RECHAZO.
007070     ADD 1 TO TM-CTR-RECHAZADOS.
007080     IF TM88-MODO-REPROCESO
007090         GO TO 2130-GRABAR-RECHAZO-EXIT
007100     END-IF.
007101     IF TM-MOTIVO-RECHAZO NOT = "01"
007102         MOVE "X"               TO SG-ETAPA
007103         MOVE TM-MOTIVO-RECHAZO TO SG-MOTIVO
007104         MOVE 999               TO SG-TAMANO
007105         PERFORM 2140-ANOTAR-SEGUIMIENTO
007106             THRU 2140-ANOTAR-SEGUIMIENTO-EXIT
007107     END-IF.
007110     MOVE SPACES TO FD-REG-RECHAZOS.
007120     MOVE TM-REG-LEIDOS TO FD-RCH-SECUENCIA.
007130     MOVE TM-MOTIVO-RECHAZO TO FD-RCH-MOTIVO.
007220*    2120-CONSULTAR-MAESTRO - BUSCA EN TABMAEST LA TERNA DEL
007230*    NUMERO PEDIDO CON MULTIPLICADOR IGUAL AL TAMANO PEDIDO.
007240*    SI EXISTE, LA TABLA YA LLEGA HASTA ESE TAMANO Y EL
007250*    REGISTRO SE OMITE COMO "YA CALCULADA" Y LAS PETICIONES
007255*    QUE CUBRE QUEDAN CARGADAS EN EL SEGUIMIENTO.
007260******************************************************************
007270 2120-CONSULTAR-MAESTRO.
007280     MOVE TM-NUMERO       TO FD-MAE-NUMERO.
007340         DISPLAY "TABLA DEL " TM-NUMERO " TAMANO "
007350             TM-TAMANO-TABLA " YA CALCULADA EN EL MAESTRO. "
007360             "SE OMITE."
007362         MOVE "L"             TO SG-ETAPA
007364         MOVE TM-TAMANO-TABLA TO SG-TAMANO
007366         PERFORM 2140-ANOTAR-SEGUIMIENTO
007368             THRU 2140-ANOTAR-SEGUIMIENTO-EXIT
007370     END-IF.
007380 2120-CONSULTAR-MAESTRO-EXIT.
007390     EXIT.
007391
007392******************************************************************
007393*    2140-ANOTAR-SEGUIMIENTO - PASA A LA ETAPA YA PUESTA POR EL
007394*    LLAMADOR LAS PETICIONES ABIERTAS DEL NUMERO Y OPERACION EN
007395*    CURSO CUYO TAMANO NO SUPERA SG-TAMANO, DE TODAS LAS AREAS
007396*    (TABPREP LAS CONSOLIDO EN UN SOLO REGISTRO DE NUMEROS).
007397******************************************************************
007398 2140-ANOTAR-SEGUIMIENTO.
007399     MOVE TM-NUMERO    TO SG-NUMERO.
007400     MOVE TM-OPERACION TO SG-OPERACION.
007401     PERFORM 9520-ETAPA-TABLA
007402         THRU 9520-ETAPA-TABLA-EXIT.
007403 2140-ANOTAR-SEGUIMIENTO-EXIT.
007404     EXIT.
007405
007410******************************************************************
007420*    2200-LEER-NUMERO-INTERACTIVO - DIALOGO POR CONSOLA: PIDE LA  
007430*    SALIDA, EL NUMERO (CON VALIDACION) Y EL TAMANO DE TABLA      
009480     MOVE TM-MULTIPLICADOR TO FD-SAL-MULTIPLICADOR.
009490     MOVE TM-RESULTADO     TO FD-SAL-RESULTADO.
009495     MOVE TM-OPERACION     TO FD-SAL-OPERACION.
009497     MOVE TM-AREA-PETICION TO FD-SAL-AREA.
009500     WRITE FD-REG-SALTABLA.
009510     ADD 1 TO TM-CTR-TERNAS.
009520 6000-GRABAR-RESULTADO-EXIT.
009645     MOVE TM-OPERACION    TO FD-AUD-OPERACION.
009650     MOVE "A"             TO FD-AUD-RESULTADO.
009660     MOVE SPACES          TO FD-AUD-MOTIVO.
009665     MOVE TM-AREA-PETICION TO FD-AUD-AREA.
009670     WRITE FD-REG-AUDITORIA.
009680     ADD 1 TO TM-CTR-ACEPTADOS.
009690 7000-REGISTRAR-AUDITORIA-EXIT.
009699     EXIT.
009700
009701******************************************************************
009702*    7100-AUDITAR-RECHAZO - GRABA EL DETALLE 'DET' RECHAZADO
009703*    CON SU MOTIVO. CON MOTIVO 01 (NO NUMERICO) EL NUMERO Y EL
009704*    TAMANO DEL REGISTRO NO SON FIABLES Y SE GRABAN A CEROS.
009705******************************************************************
009706 7100-AUDITAR-RECHAZO.
009707     PERFORM 7900-PREPARAR-AUDITORIA
009708         THRU 7900-PREPARAR-AUDITORIA-EXIT.
009709     MOVE TM-AREA-PETICION  TO FD-AUD-AREA.
009710     MOVE "DET" TO FD-AUD-TIPO.
009711     IF TM-MOTIVO-RECHAZO = "01"
009712         MOVE ZEROS TO FD-AUD-NUMERO
009755
009756******************************************************************
009757*    7900-PREPARAR-AUDITORIA - PARTE COMUN DE TODO REGISTRO DE
009758*    AUDITORIA: FECHA DE NEGOCIO Y HORA ACTUAL, IDENTIFICADOR
009759*    DE LA EJECUCION, TRABAJO/USUARIO, MODO Y MARCA DE MATRIZ.
009760******************************************************************
009761 7900-PREPARAR-AUDITORIA.
009762     MOVE SPACES TO FD-REG-AUDITORIA.
009764     ACCEPT TM-HORA-SISTEMA FROM TIME.
009765     MOVE CI-FECHA-NEGOCIO     TO FD-AUD-FECHA.
009766     MOVE TM-HORA-SISTEMA(1:6) TO FD-AUD-HORA.
009767     MOVE TM-AUD-RUN-ID        TO FD-AUD-RUN-ID.
009768     MOVE TM-AUD-TRABAJO       TO FD-AUD-TRABAJO.
011380         IF TM88-MAESTRO-DISPONIBLE
011390             CLOSE MAESTRO-FILE
011400         END-IF
011403         PERFORM 9550-CERRAR-SEGUIMIENTO
011406             THRU 9550-CERRAR-SEGUIMIENTO-EXIT
011410         IF TM-CTR-YA-CALCULADAS NOT = ZEROS
011420             DISPLAY "TABLAS OMITIDAS POR YA CALCULADAS: "
011430                 TM-CTR-YA-CALCULADAS "."
012180     END-EVALUATE.
012190 9300-GRADUAR-RETORNO-EXIT.
012200     EXIT.
012201
012202******************************************************************
012203*    9500-ABRIR-SEGUIMIENTO Y 9600-FECHA-NEGOCIO (Y AUXILIARES) -
012204*    SEGUIMIENTO DE PETICIONES Y FECHA DE NEGOCIO DEL FICHERO DE
012205*    CONTROL CICLO, COMUNES DEL SUBSISTEMA.
012206******************************************************************
012207     COPY TMSEGPRC.
012208     COPY TMCICPRC.
012210
012211******************************************************************
012212*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
