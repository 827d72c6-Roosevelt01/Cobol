000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABANTIG.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : INFORME DIARIO DE ANTIGUEDAD DE LAS PETICIONES
000090*                  DE TABLAS. RECORRE EL FICHERO DE SEGUIMIENTO
000100*                  SEGPET (VER TMSEGREG) Y LISTA EN INFANTIG LAS
000110*                  PETICIONES QUE SIGUEN ABIERTAS (NO SERVIDAS)
000120*                  CUANDO HAN PASADO AL MENOS ANTIGUEDAD-DIAS
000130*                  (PARAMS, 5 POR DEFECTO) DESDE SU RECEPCION,
000140*                  CON LA ETAPA EN QUE ESTAN, LA FECHA Y EL
000150*                  PROGRAMA QUE LAS DEJO EN ELLA Y, SI FUERON
000160*                  RECHAZADAS, EL MOTIVO DE RECHAZOS. LOS DIAS
000170*                  SE CUENTAN DESDE LA FECHA DE NEGOCIO. AL
000180*                  FINAL DA LOS RECUENTOS DE ABIERTAS POR ETAPA.
000190*                  SI HAY ALGUNA FUERA DE PLAZO GRABA TB209W EN
000200*                  LA BITACORA Y TERMINA CON CODIGO DE RETORNO 4.
000210*                  SOLO LEE SEGPET: NO CAMBIA NINGUNA ETAPA.
000220*----------------------------------------------------------------*
000230*    HISTORIAL DE MODIFICACIONES                                 *
000240*    FECHA       INIC.  DESCRIPCION
000250*    ----------  -----  ----------------------------------------
000260*    15/10/2026  JLR    VERSION ORIGINAL.
000270******************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SEGPET-FILE ASSIGN TO "SEGPET"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS FD-SEG-CLAVE
000360         FILE STATUS IS AG-FS-SEGUIMIENTO.
000370
000380     SELECT INFORME-FILE ASSIGN TO "INFANTIG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS AG-FS-INFORME.
000410
000420     SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS TM-FS-PARAMS.
000450
000460     SELECT CICLO-FILE ASSIGN TO "CICLO"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CI-FS-CICLO.
000490
000500     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS BT-FS-BITACORA.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560******************************************************************
000570*    FICHERO DE SEGUIMIENTO DE PETICIONES (SOLO LECTURA).
000580******************************************************************
000590 FD  SEGPET-FILE
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 80 CHARACTERS.
000620     COPY TMSEGREG.
000630
000640******************************************************************
000650*    INFORME DE ANTIGUEDAD DE PETICIONES.
000660******************************************************************
000670 FD  INFORME-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  FD-REG-INFORME                  PIC X(80).
000710
000720******************************************************************
000730*    FICHERO DE CONTROL CON LOS PARAMETROS DE EXPLOTACION, EN
000740*    FORMATO CLAVE=VALOR (VER TMPARAMS).
000750******************************************************************
000760 FD  PARAMS-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  FD-REG-PARAMS                   PIC X(80).
000800
000810******************************************************************
000820*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
000830******************************************************************
000840 FD  CICLO-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870     COPY TMCICREG.
000880
000890******************************************************************
000900*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000910******************************************************************
000920 FD  BITACORA-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS.
000950     COPY TMBITREG.
000960
000970 WORKING-STORAGE SECTION.
000980     COPY TMPARAMS.
000990     COPY TMBITWS.
001000     COPY TMCICWS.
001010
001020 01  AG-SW-EOF                   PIC X(01) VALUE "N".
001030         88  AG88-EOF-SEGUIMIENTO    VALUE "S".
001040
001050 01  AG-FS-SEGUIMIENTO           PIC X(02) VALUE SPACES.
001060 01  AG-FS-INFORME               PIC X(02) VALUE SPACES.
001070
001080 77  AG-CTR-LEIDOS               PIC 9(07) VALUE ZEROS COMP.
001090 77  AG-CTR-SERVIDAS             PIC 9(07) VALUE ZEROS COMP.
001100 77  AG-CTR-ABIERTAS             PIC 9(07) VALUE ZEROS COMP.
001110 77  AG-CTR-FUERA-PLAZO          PIC 9(07) VALUE ZEROS COMP.
001120 77  AG-CTR-RECIBIDAS            PIC 9(07) VALUE ZEROS COMP.
001130 77  AG-CTR-PENDIENTES           PIC 9(07) VALUE ZEROS COMP.
001140 77  AG-CTR-CALCULADAS           PIC 9(07) VALUE ZEROS COMP.
001150 77  AG-CTR-RECHAZADAS           PIC 9(07) VALUE ZEROS COMP.
001160 77  AG-CTR-CARGADAS             PIC 9(07) VALUE ZEROS COMP.
001170 77  AG-CTR-DESCONOCIDAS         PIC 9(07) VALUE ZEROS COMP.
001180 77  AG-CTR-RECH-LISTADAS        PIC 9(07) VALUE ZEROS COMP.
001190
001200 01  AG-HOY-ENTERO               PIC 9(07) VALUE ZEROS COMP.
001210 01  AG-RECEPCION-ENTERO         PIC 9(07) VALUE ZEROS COMP.
001220 01  AG-DIAS                     PIC 9(05) VALUE ZEROS.
001230
001240 01  AG-BIT-RESUMEN.
001250     05  FILLER                  PIC X(09) VALUE "ABIERTAS ".
001260     05  AG-BR-ABIERTAS          PIC 9(07).
001270     05  FILLER                  PIC X(16)
001280         VALUE " FUERA DE PLAZO ".
001290     05  AG-BR-FUERA-PLAZO       PIC 9(07).
001300     05  FILLER                  PIC X(11) VALUE SPACES.
001310
001320 01  AG-BIT-AVISO.
001330     05  AG-BA-FUERA-PLAZO       PIC 9(07).
001340     05  FILLER                  PIC X(29)
001350         VALUE " PETICIONES ABIERTAS CON MAS".
001360     05  FILLER                  PIC X(05) VALUE " DE ".
001370     05  AG-BA-DIAS              PIC 9(03).
001380     05  FILLER                  PIC X(06) VALUE " DIAS.".
001390
001400 01  AG-LINEA-TITULO.
001410         05  FILLER            PIC X(34) VALUE
001420             "ANTIGUEDAD DE PETICIONES - FECHA: ".
001430         05  AG-LT-FECHA       PIC 9(08).
001440         05  FILLER            PIC X(08) VALUE "  PLAZO ".
001450         05  AG-LT-DIAS        PIC ZZ9.
001460         05  FILLER            PIC X(05) VALUE " DIAS".
001470         05  FILLER            PIC X(22) VALUE SPACES.
001480
001490 01  AG-LINEA-CABECERA.
001500         05  FILLER            PIC X(40) VALUE
001510             "AREA  NUM OP TAM  RECEPCION  DIAS ETAPA ".
001520         05  FILLER            PIC X(40) VALUE
001530             "      DESDE     PROGRAMA   MOTIVO       ".
001540
001550 01  AG-LINEA-DETALLE.
001560         05  AG-LD-AREA        PIC X(04).
001570         05  FILLER            PIC X(02) VALUE SPACES.
001580         05  AG-LD-NUMERO      PIC 9(03).
001590         05  FILLER            PIC X(02) VALUE SPACES.
001600         05  AG-LD-OPERACION   PIC X(01).
001610         05  FILLER            PIC X(02) VALUE SPACES.
001620         05  AG-LD-TAMANO      PIC 9(03).
001630         05  FILLER            PIC X(02) VALUE SPACES.
001640         05  AG-LD-RECEPCION   PIC 9(08).
001650         05  FILLER            PIC X(01) VALUE SPACES.
001660         05  AG-LD-DIAS        PIC ZZZZ9.
001670         05  FILLER            PIC X(01) VALUE SPACES.
001680         05  AG-LD-ETAPA       PIC X(10).
001690         05  FILLER            PIC X(02) VALUE SPACES.
001700         05  AG-LD-FECHA-ETAPA PIC 9(08).
001710         05  FILLER            PIC X(02) VALUE SPACES.
001720         05  AG-LD-PROGRAMA    PIC X(10).
001730         05  FILLER            PIC X(01) VALUE SPACES.
001740         05  AG-LD-MOTIVO      PIC X(02).
001750         05  FILLER            PIC X(11) VALUE SPACES.
001760
001770 01  AG-LINEA-TOTAL.
001780         05  AG-LTO-ETIQUETA   PIC X(30).
001790         05  AG-LTO-CUENTA     PIC ZZZZZZ9.
001800         05  FILLER            PIC X(43) VALUE SPACES.
001810
001820 01  AG-LINEA-TEXTO              PIC X(80) VALUE SPACES.
001830
001840 PROCEDURE DIVISION.
001850******************************************************************
001860*    0000-MAINLINE - CONTROL PRINCIPAL DEL INFORME.
001870******************************************************************
001880 0000-MAINLINE.
001890     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001900     PERFORM 2000-TRATAR-PETICION
001910         THRU 2000-TRATAR-PETICION-EXIT
001920         UNTIL AG88-EOF-SEGUIMIENTO.
001930     PERFORM 4000-ESCRIBIR-TOTALES
001940         THRU 4000-ESCRIBIR-TOTALES-EXIT.
001950     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001960     STOP RUN.
001970
001980******************************************************************
001990*    1000-INICIALIZAR - LEE LOS PARAMETROS Y LA FECHA DE
002000*    NEGOCIO, ABRE LOS FICHEROS Y ESCRIBE LAS CABECERAS.
002010******************************************************************
002020 1000-INICIALIZAR.
002030     PERFORM 9700-ABRIR-BITACORA
002040         THRU 9700-ABRIR-BITACORA-EXIT.
002050     MOVE "TABANTIG" TO BT-PROGRAMA.
002060     MOVE "TB001I" TO BT-CODIGO.
002070     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
002080     PERFORM 9710-GRABAR-BITACORA
002090         THRU 9710-GRABAR-BITACORA-EXIT.
002100     PERFORM 1300-LEER-PARAMETROS
002110         THRU 1300-LEER-PARAMETROS-EXIT.
002120     PERFORM 9600-FECHA-NEGOCIO
002130         THRU 9600-FECHA-NEGOCIO-EXIT.
002140     COMPUTE AG-HOY-ENTERO =
002150         FUNCTION INTEGER-OF-DATE(CI-FECHA-NEGOCIO).
002160     OPEN INPUT SEGPET-FILE.
002170     IF AG-FS-SEGUIMIENTO NOT = "00"
002180         DISPLAY "*** ERROR ABRIENDO SEGPET (STATUS="
002190             AG-FS-SEGUIMIENTO "). ***"
002200         MOVE "TB101E" TO BT-CODIGO
002210         MOVE "ERROR DE APERTURA DE SEGPET" TO BT-TEXTO
002220         PERFORM 9710-GRABAR-BITACORA
002230             THRU 9710-GRABAR-BITACORA-EXIT
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     OPEN OUTPUT INFORME-FILE.
002280     IF AG-FS-INFORME NOT = "00"
002290         DISPLAY "*** ERROR ABRIENDO INFANTIG (STATUS="
002300             AG-FS-INFORME "). ***"
002310         MOVE "TB101E" TO BT-CODIGO
002320         MOVE "ERROR DE APERTURA DE INFANTIG" TO BT-TEXTO
002330         PERFORM 9710-GRABAR-BITACORA
002340             THRU 9710-GRABAR-BITACORA-EXIT
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     MOVE CI-FECHA-NEGOCIO        TO AG-LT-FECHA.
002390     MOVE TM-PAR-ANTIGUEDAD-DIAS  TO AG-LT-DIAS.
002400     WRITE FD-REG-INFORME FROM AG-LINEA-TITULO
002410         BEFORE ADVANCING 2 LINES.
002420     WRITE FD-REG-INFORME FROM AG-LINEA-CABECERA
002430         BEFORE ADVANCING 1 LINE.
002440 1000-INICIALIZAR-EXIT.
002450     EXIT.
002460
002470******************************************************************
002480*    1300-LEER-PARAMETROS (Y AUXILIARES) - LECTURA Y VALIDACION
002490*    DEL FICHERO DE CONTROL PARAMS, COMUNES DEL SUBSISTEMA.
002500******************************************************************
002510     COPY TMPARPRC.
002520
002530******************************************************************
002540*    2000-TRATAR-PETICION - LEE UNA PETICION DE SEGPET. LAS
002550*    SERVIDAS SOLO SE CUENTAN; LAS ABIERTAS SE CUENTAN POR
002560*    ETAPA Y, SI SU ANTIGUEDAD DESDE LA RECEPCION LLEGA AL
002570*    PLAZO, SE LISTAN.
002580******************************************************************
002590 2000-TRATAR-PETICION.
002600     READ SEGPET-FILE NEXT RECORD
002610         AT END
002620             SET AG88-EOF-SEGUIMIENTO TO TRUE
002630             GO TO 2000-TRATAR-PETICION-EXIT
002640     END-READ.
002650     IF AG-FS-SEGUIMIENTO NOT = "00"
002660         DISPLAY "*** ERROR LEYENDO SEGPET (STATUS="
002670             AG-FS-SEGUIMIENTO "). ***"
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     ADD 1 TO AG-CTR-LEIDOS.
002720     IF FD88-SEG-SERVIDA
002730         ADD 1 TO AG-CTR-SERVIDAS
002740         GO TO 2000-TRATAR-PETICION-EXIT
002750     END-IF.
002760     ADD 1 TO AG-CTR-ABIERTAS.
002770     EVALUATE TRUE
002780         WHEN FD88-SEG-RECIBIDA
002790             ADD 1 TO AG-CTR-RECIBIDAS
002800             MOVE "RECIBIDA  " TO AG-LD-ETAPA
002810         WHEN FD88-SEG-PENDIENTE
002820             ADD 1 TO AG-CTR-PENDIENTES
002830             MOVE "PENDIENTE " TO AG-LD-ETAPA
002840         WHEN FD88-SEG-CALCULADA
002850             ADD 1 TO AG-CTR-CALCULADAS
002860             MOVE "CALCULADA " TO AG-LD-ETAPA
002870         WHEN FD88-SEG-RECHAZADA
002880             ADD 1 TO AG-CTR-RECHAZADAS
002890             MOVE "RECHAZADA " TO AG-LD-ETAPA
002900         WHEN FD88-SEG-CARGADA
002910             ADD 1 TO AG-CTR-CARGADAS
002920             MOVE "CARGADA   " TO AG-LD-ETAPA
002930         WHEN OTHER
002940             ADD 1 TO AG-CTR-DESCONOCIDAS
002950             MOVE "ETAPA ?   " TO AG-LD-ETAPA
002960             MOVE FD-SEG-ETAPA TO AG-LD-ETAPA(8:1)
002970     END-EVALUATE.
002980     IF FD-SEG-FECHA-RECEPCION NOT NUMERIC
002990         OR FD-SEG-FECHA-RECEPCION = ZEROS
003000         MOVE ZEROS TO AG-DIAS
003010     ELSE
003020         COMPUTE AG-RECEPCION-ENTERO =
003030             FUNCTION INTEGER-OF-DATE(FD-SEG-FECHA-RECEPCION)
003040         IF AG-RECEPCION-ENTERO < AG-HOY-ENTERO
003050             COMPUTE AG-DIAS =
003060                 AG-HOY-ENTERO - AG-RECEPCION-ENTERO
003070         ELSE
003080             MOVE ZEROS TO AG-DIAS
003090         END-IF
003100     END-IF.
003110     IF AG-DIAS < TM-PAR-ANTIGUEDAD-DIAS
003120         GO TO 2000-TRATAR-PETICION-EXIT
003130     END-IF.
003140     ADD 1 TO AG-CTR-FUERA-PLAZO.
003150     IF FD88-SEG-RECHAZADA
003160         ADD 1 TO AG-CTR-RECH-LISTADAS
003170     END-IF.
003180     MOVE FD-SEG-AREA            TO AG-LD-AREA.
003190     MOVE FD-SEG-NUMERO          TO AG-LD-NUMERO.
003200     MOVE FD-SEG-OPERACION       TO AG-LD-OPERACION.
003210     MOVE FD-SEG-TAMANO          TO AG-LD-TAMANO.
003220     MOVE FD-SEG-FECHA-RECEPCION TO AG-LD-RECEPCION.
003230     MOVE AG-DIAS                TO AG-LD-DIAS.
003240     MOVE FD-SEG-FECHA-ETAPA     TO AG-LD-FECHA-ETAPA.
003250     MOVE FD-SEG-PROGRAMA        TO AG-LD-PROGRAMA.
003260     MOVE FD-SEG-MOTIVO          TO AG-LD-MOTIVO.
003270     WRITE FD-REG-INFORME FROM AG-LINEA-DETALLE
003280         BEFORE ADVANCING 1 LINE.
003290 2000-TRATAR-PETICION-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    4000-ESCRIBIR-TOTALES - RECUENTOS DEL RECORRIDO: ABIERTAS
003340*    POR ETAPA Y FUERA DE PLAZO. SI SE HA LISTADO ALGUN RECHAZO
003350*    SE ANADE LA LEYENDA DE MOTIVOS DE RECHAZOS (TMRCHREG).
003360******************************************************************
003370 4000-ESCRIBIR-TOTALES.
003380     IF AG-CTR-FUERA-PLAZO = ZEROS
003390         MOVE "  NINGUNA PETICION ABIERTA FUERA DE PLAZO."
003400             TO AG-LINEA-TEXTO
003410         WRITE FD-REG-INFORME FROM AG-LINEA-TEXTO
003420             BEFORE ADVANCING 1 LINE
003430     END-IF.
003440     MOVE SPACES TO AG-LINEA-TEXTO.
003450     WRITE FD-REG-INFORME FROM AG-LINEA-TEXTO
003460         BEFORE ADVANCING 1 LINE.
003470     MOVE "  PETICIONES EN SEGPET:       " TO AG-LTO-ETIQUETA.
003480     MOVE AG-CTR-LEIDOS TO AG-LTO-CUENTA.
003490     WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003500         BEFORE ADVANCING 1 LINE.
003510     MOVE "  SERVIDAS:                   " TO AG-LTO-ETIQUETA.
003520     MOVE AG-CTR-SERVIDAS TO AG-LTO-CUENTA.
003530     WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003540         BEFORE ADVANCING 1 LINE.
003550     MOVE "  ABIERTAS:                   " TO AG-LTO-ETIQUETA.
003560     MOVE AG-CTR-ABIERTAS TO AG-LTO-CUENTA.
003570     WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003580         BEFORE ADVANCING 1 LINE.
003590     MOVE "    RECIBIDAS:                " TO AG-LTO-ETIQUETA.
003600     MOVE AG-CTR-RECIBIDAS TO AG-LTO-CUENTA.
003610     WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003620         BEFORE ADVANCING 1 LINE.
003630     MOVE "    PENDIENTES:               " TO AG-LTO-ETIQUETA.
003640     MOVE AG-CTR-PENDIENTES TO AG-LTO-CUENTA.
003650     WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003660         BEFORE ADVANCING 1 LINE.
003670     MOVE "    CALCULADAS:               " TO AG-LTO-ETIQUETA.
003680     MOVE AG-CTR-CALCULADAS TO AG-LTO-CUENTA.
003690     WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003700         BEFORE ADVANCING 1 LINE.
003710     MOVE "    RECHAZADAS:               " TO AG-LTO-ETIQUETA.
003720     MOVE AG-CTR-RECHAZADAS TO AG-LTO-CUENTA.
003730     WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003740         BEFORE ADVANCING 1 LINE.
003750     MOVE "    CARGADAS:                 " TO AG-LTO-ETIQUETA.
003760     MOVE AG-CTR-CARGADAS TO AG-LTO-CUENTA.
003770     WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003780         BEFORE ADVANCING 1 LINE.
003790     IF AG-CTR-DESCONOCIDAS NOT = ZEROS
003800         MOVE "    ETAPA DESCONOCIDA:        " TO AG-LTO-ETIQUETA
003810         MOVE AG-CTR-DESCONOCIDAS TO AG-LTO-CUENTA
003820         WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003830             BEFORE ADVANCING 1 LINE
003840     END-IF.
003850     MOVE "  FUERA DE PLAZO (LISTADAS):  " TO AG-LTO-ETIQUETA.
003860     MOVE AG-CTR-FUERA-PLAZO TO AG-LTO-CUENTA.
003870     WRITE FD-REG-INFORME FROM AG-LINEA-TOTAL
003880         BEFORE ADVANCING 1 LINE.
003890     IF AG-CTR-RECH-LISTADAS = ZEROS
003900         GO TO 4000-ESCRIBIR-TOTALES-EXIT
003910     END-IF.
003920     MOVE SPACES TO AG-LINEA-TEXTO.
003930     WRITE FD-REG-INFORME FROM AG-LINEA-TEXTO
003940         BEFORE ADVANCING 1 LINE.
003950     MOVE "  MOTIVOS: 02 NUMERO FUERA DE RANGO"
003960         TO AG-LINEA-TEXTO.
003970     WRITE FD-REG-INFORME FROM AG-LINEA-TEXTO
003980         BEFORE ADVANCING 1 LINE.
003990     MOVE "           03 TAMANO FUERA DE RANGO"
004000         TO AG-LINEA-TEXTO.
004010     WRITE FD-REG-INFORME FROM AG-LINEA-TEXTO
004020         BEFORE ADVANCING 1 LINE.
004030     MOVE "           04 TAMANO MAYOR QUE EL NUMERO EN RESTA"
004040         TO AG-LINEA-TEXTO.
004050     WRITE FD-REG-INFORME FROM AG-LINEA-TEXTO
004060         BEFORE ADVANCING 1 LINE.
004070     MOVE "           05 OPERACION INVALIDA"
004080         TO AG-LINEA-TEXTO.
004090     WRITE FD-REG-INFORME FROM AG-LINEA-TEXTO
004100         BEFORE ADVANCING 1 LINE.
004110 4000-ESCRIBIR-TOTALES-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150*    9000-FINALIZAR - CIERRA LOS FICHEROS, AVISA EN LA BITACORA
004160*    SI HAY PETICIONES FUERA DE PLAZO (CODIGO DE RETORNO 4) Y
004170*    DEJA EL RESUMEN EN CONSOLA PARA EL OPERADOR.
004180******************************************************************
004190 9000-FINALIZAR.
004200     CLOSE SEGPET-FILE.
004210     CLOSE INFORME-FILE.
004220     DISPLAY "TABANTIG: PETICIONES " AG-CTR-LEIDOS
004230         " ABIERTAS " AG-CTR-ABIERTAS
004240         " FUERA DE PLAZO " AG-CTR-FUERA-PLAZO ".".
004250     IF AG-CTR-FUERA-PLAZO NOT = ZEROS
004260         MOVE AG-CTR-FUERA-PLAZO     TO AG-BA-FUERA-PLAZO
004270         MOVE TM-PAR-ANTIGUEDAD-DIAS TO AG-BA-DIAS
004280         MOVE "TB209W"     TO BT-CODIGO
004290         MOVE AG-BIT-AVISO TO BT-TEXTO
004300         PERFORM 9710-GRABAR-BITACORA
004310             THRU 9710-GRABAR-BITACORA-EXIT
004320         MOVE 4 TO RETURN-CODE
004330     END-IF.
004340     MOVE AG-CTR-ABIERTAS    TO AG-BR-ABIERTAS.
004350     MOVE AG-CTR-FUERA-PLAZO TO AG-BR-FUERA-PLAZO.
004360     MOVE "TB301I"       TO BT-CODIGO.
004370     MOVE AG-BIT-RESUMEN TO BT-TEXTO.
004380     PERFORM 9710-GRABAR-BITACORA
004390         THRU 9710-GRABAR-BITACORA-EXIT.
004400     MOVE RETURN-CODE TO BT-FIN-RETORNO.
004410     MOVE "TB002I" TO BT-CODIGO.
004420     MOVE BT-TEXTO-FIN TO BT-TEXTO.
004430     PERFORM 9710-GRABAR-BITACORA
004440         THRU 9710-GRABAR-BITACORA-EXIT.
004450     PERFORM 9720-CERRAR-BITACORA
004460         THRU 9720-CERRAR-BITACORA-EXIT.
004470 9000-FINALIZAR-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
004520*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
004530******************************************************************
004540     COPY TMCICPRC.
004550
004560******************************************************************
004570*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
004580*    BITACORA CENTRAL DE EXPLOTACION.
004590******************************************************************
004600     COPY TMBITPRC.
004610
004620 END PROGRAM TABANTIG.
