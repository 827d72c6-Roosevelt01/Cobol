000218*                       LA CLAVE DEL MAESTRO; UNA OPERACION
000219*                       DESCONOCIDA SE OMITE COMO REGISTRO
000221*                       SIN FORMATO.
000222*    15/10/2026  JLR    FICHERO DE CAMBIOS CAMBIOS (TMCAMREG):
000223*                       UN REGISTRO 'ALT' POR CADA CLAVE DADA
000224*                       DE ALTA Y COLA 'FIN' CON LOS TOTALES,
000225*                       PARA LA DIFUSION A LOS SUSCRIPTORES
000226*                       (TABDIFUS). LAS REESCRITURAS NO SON
000227*                       CAMBIOS: TABCOMPA RETIENE LA CARGA SI EL
000228*                       RESULTADO DIFIERE DEL YA CARGADO.
000229*    15/10/2026  JLR    FD-MAE-FECHA-CALCULO CON LA FECHA DE
000230*                       NEGOCIO DEL FICHERO DE CONTROL CICLO
000231*                       (TMCICWS/TMCICPRC) EN LUGAR DEL RELOJ. EL
000232*                       ORIGEN DE LOS CAMBIOS SIGUE SIENDO EL
000233*                       RELOJ DE LA EJECUCION, QUE ORDENA LOS
000234*                       ENVIOS.
000235*    15/10/2026  JLR    SEGUIMIENTO DE PETICIONES SEGPET
000236*                       (TMSEGREG/TMSEGWS/TMSEGPRC): AL CAMBIAR DE
000237*                       NUMERO Y OPERACION EN SALTABLA, LAS
000238*                       PETICIONES ABIERTAS QUE CUBRE LA TABLA
000239*                       CARGADA PASAN A CARGADAS.
000240*    15/10/2026  JLR    SE COMPRUEBA EL ESTADO DE LA GRABACION DE
000241*                       LA COLA 'FIN' DE CAMBIOS: SI FALLA
000242*                       TERMINA CON RC=16 (TB101E EN BITACORA)
000243*                       EN VEZ DE DEJAR UN ENVIO SIN COLA.
000244*    15/10/2026  JLR    UN FALLO AL GRABAR UN ALTA EN CAMBIOS
000245*                       TAMBIEN SE ANOTA EN BITACORA (TB101E Y
000246*                       TB002I DE FIN CON RC=16).
000247******************************************************************
000248
000249 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000251 FILE-CONTROL.
000260     SELECT SALTABLA-FILE ASSIGN TO "SALTABLA"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS TG-FS-SALTABLA.
000330         RECORD KEY IS FD-MAE-CLAVE
000340         FILE STATUS IS TG-FS-MAESTRO.
000350
000351     SELECT SEGPET-FILE ASSIGN TO "SEGPET"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS FD-SEG-CLAVE
000355         FILE STATUS IS SG-FS-SEGUIMIENTO.
000356
000357     SELECT CICLO-FILE ASSIGN TO "CICLO"
000358         ORGANIZATION IS LINE SEQUENTIAL
000359         FILE STATUS IS CI-FS-CICLO.
000360
000361     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS IS BT-FS-BITACORA.
000364
000365     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
000366         ORGANIZATION IS LINE SEQUENTIAL
000367         FILE STATUS IS TG-FS-CAMBIOS.
000368
000369 DATA DIVISION.
000370 FILE SECTION.
000380******************************************************************
000390*    FICHERO DE ENTRADA CON LAS TERNAS DE LA NOCHE.
000520     COPY TMMAEREG.
000530
000531******************************************************************
000532*    SEGUIMIENTO DE PETICIONES POR AREA (VER TMSEGREG).
000533******************************************************************
000534 FD  SEGPET-FILE
000535     LABEL RECORDS ARE STANDARD
000536     RECORD CONTAINS 80 CHARACTERS.
000537     COPY TMSEGREG.
000538
000539******************************************************************
000540*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
000541******************************************************************
000542 FD  CICLO-FILE
000543     LABEL RECORDS ARE STANDARD
000544     RECORD CONTAINS 80 CHARACTERS.
000545     COPY TMCICREG.
000546
000547******************************************************************
000548*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000549******************************************************************
000550 FD  BITACORA-FILE
000551     LABEL RECORDS ARE STANDARD
000552     RECORD CONTAINS 80 CHARACTERS.
000553     COPY TMBITREG.
000554
000555******************************************************************
000556*    FICHERO DE CAMBIOS DE ESTA EJECUCION (VER TMCAMREG).
000557******************************************************************
000558 FD  CAMBIOS-FILE
000559     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 80 CHARACTERS.
000561     COPY TMCAMREG.
000562
000563 WORKING-STORAGE SECTION.
000564     COPY TMBITWS.
000565     COPY TMCICWS.
000566     COPY TMSEGWS.
000567 01  TG-SW-EOF                   PIC X(01) VALUE "N".
000568         88  TG88-EOF-SALTABLA       VALUE "S".
000570
000580 01  TG-FS-SALTABLA              PIC X(02) VALUE SPACES.
000590 01  TG-FS-MAESTRO               PIC X(02) VALUE SPACES.
000595 01  TG-FS-CAMBIOS               PIC X(02) VALUE SPACES.
000600
000610 01  TG-FECHA-SISTEMA            PIC 9(08) VALUE ZEROS.
000615 01  TG-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
000620
000622 01  TG-SEG-NUMERO               PIC 9(03) VALUE ZEROS.
000624 01  TG-SEG-OPERACION            PIC X(01) VALUE SPACES.
000626 01  TG-SEG-TAMANO               PIC 9(03) VALUE ZEROS.
000628
000630 77  TG-CTR-LEIDAS               PIC 9(07) VALUE ZEROS COMP.
000640 77  TG-CTR-ALTAS                PIC 9(07) VALUE ZEROS COMP.
000650 77  TG-CTR-ACTUALIZADAS         PIC 9(07) VALUE ZEROS COMP.
000846     PERFORM 9710-GRABAR-BITACORA
000847         THRU 9710-GRABAR-BITACORA-EXIT.
000850     ACCEPT TG-FECHA-SISTEMA FROM DATE YYYYMMDD.
000855     ACCEPT TG-HORA-SISTEMA FROM TIME.
000856     PERFORM 9600-FECHA-NEGOCIO
000857         THRU 9600-FECHA-NEGOCIO-EXIT.
000860     OPEN INPUT SALTABLA-FILE.
000870     IF TG-FS-SALTABLA NOT = "00"
000880         DISPLAY "*** ERROR ABRIENDO SALTABLA (STATUS="
001020         MOVE 16 TO RETURN-CODE
001030         STOP RUN
001040     END-IF.
001041     OPEN OUTPUT CAMBIOS-FILE.
001042     IF TG-FS-CAMBIOS NOT = "00"
001043         DISPLAY "*** ERROR ABRIENDO CAMBIOS (STATUS="
001044             TG-FS-CAMBIOS "). ***"
001045         MOVE "TB101E" TO BT-CODIGO
001046         MOVE "ERROR DE APERTURA DE CAMBIOS" TO BT-TEXTO
001047         PERFORM 9710-GRABAR-BITACORA
001048             THRU 9710-GRABAR-BITACORA-EXIT
001049         MOVE 16 TO RETURN-CODE
001050         STOP RUN
001051     END-IF.
001052     PERFORM 9500-ABRIR-SEGUIMIENTO
001053         THRU 9500-ABRIR-SEGUIMIENTO-EXIT.
001054     MOVE "TABCARGA" TO SG-PROGRAMA.
001055 1000-INICIALIZAR-EXIT.
001060     EXIT.
001070
001080******************************************************************
001090*    2000-CARGAR-TERNA - LEE UNA TERNA DE SALTABLA Y LA APLICA
001100*    AL MAESTRO: ALTA SI LA CLAVE NO EXISTE, REESCRITURA SI YA
001110*    EXISTE. LOS REGISTROS SIN FORMATO DE TERNA SE OMITEN.
001113*    AL CAMBIAR DE NUMERO U OPERACION SE ANOTA EN EL SEGUIMIENTO
001116*    LA TABLA ANTERIOR HASTA EL MAYOR MULTIPLICADOR CARGADO.
001120******************************************************************
001130 2000-CARGAR-TERNA.
001140     READ SALTABLA-FILE
001266     ELSE
001268         MOVE FD-SAL-OPERACION TO FD-MAE-OPERACION
001269     END-IF.
001270     IF FD-MAE-NUMERO NOT = TG-SEG-NUMERO
001271         OR FD-MAE-OPERACION NOT = TG-SEG-OPERACION
001272         PERFORM 2200-ANOTAR-CARGADA
001273             THRU 2200-ANOTAR-CARGADA-EXIT
001274         MOVE FD-MAE-NUMERO    TO TG-SEG-NUMERO
001275         MOVE FD-MAE-OPERACION TO TG-SEG-OPERACION
001276         MOVE ZEROS            TO TG-SEG-TAMANO
001277     END-IF.
001278     IF FD-MAE-MULTIPLICADOR > TG-SEG-TAMANO
001279         MOVE FD-MAE-MULTIPLICADOR TO TG-SEG-TAMANO
001280     END-IF.
001281     MOVE FD-SAL-RESULTADO     TO FD-MAE-RESULTADO.
001282     MOVE CI-FECHA-NEGOCIO     TO FD-MAE-FECHA-CALCULO.
001290     WRITE FD-REG-MAESTRO.
001300     EVALUATE TG-FS-MAESTRO
001310         WHEN "00"
001320             ADD 1 TO TG-CTR-ALTAS
001323             PERFORM 2100-ANOTAR-ALTA
001326                 THRU 2100-ANOTAR-ALTA-EXIT
001330         WHEN "02"
001340             ADD 1 TO TG-CTR-ALTAS
001343             PERFORM 2100-ANOTAR-ALTA
001346                 THRU 2100-ANOTAR-ALTA-EXIT
001350         WHEN "22"
001360             REWRITE FD-REG-MAESTRO
001370             IF TG-FS-MAESTRO = "00"
001500     END-EVALUATE.
001510 2000-CARGAR-TERNA-EXIT.
001520     EXIT.
001521
001522******************************************************************
001523*    2100-ANOTAR-ALTA - GRABA EN CAMBIOS LA CLAVE RECIEN DADA DE
001524*    ALTA CON SU RESULTADO Y EL ORIGEN DE ESTA EJECUCION.
001525******************************************************************
001526 2100-ANOTAR-ALTA.
001527     MOVE SPACES TO FD-REG-CAMBIO.
001528     SET FD88-CAM-ALTA TO TRUE.
001529     PERFORM 2110-ORIGEN-CAMBIO THRU 2110-ORIGEN-CAMBIO-EXIT.
001530     MOVE FD-MAE-NUMERO        TO FD-CAM-NUMERO.
001531     MOVE FD-MAE-MULTIPLICADOR TO FD-CAM-MULTIPLICADOR.
001532     MOVE FD-MAE-OPERACION     TO FD-CAM-OPERACION.
001533     MOVE FD-MAE-RESULTADO     TO FD-CAM-RESULTADO.
001534     WRITE FD-REG-CAMBIO.
001535     IF TG-FS-CAMBIOS NOT = "00"
001536         DISPLAY "*** ERROR GRABANDO CAMBIOS (STATUS="
001537             TG-FS-CAMBIOS "). ***"
001538         MOVE "TB101E" TO BT-CODIGO
001539         MOVE "ERROR DE GRABACION DE CAMBIOS" TO BT-TEXTO
001540         PERFORM 9710-GRABAR-BITACORA
001541             THRU 9710-GRABAR-BITACORA-EXIT
001542         MOVE 16 TO RETURN-CODE
001543         MOVE RETURN-CODE TO BT-FIN-RETORNO
001544         MOVE "TB002I" TO BT-CODIGO
001545         MOVE BT-TEXTO-FIN TO BT-TEXTO
001546         PERFORM 9710-GRABAR-BITACORA
001547             THRU 9710-GRABAR-BITACORA-EXIT
001548         PERFORM 9720-CERRAR-BITACORA
001549             THRU 9720-CERRAR-BITACORA-EXIT
001550         STOP RUN
001551     END-IF.
001552 2100-ANOTAR-ALTA-EXIT.
001553     EXIT.
001554
001555******************************************************************
001556*    2110-ORIGEN-CAMBIO - SELLO DE ORIGEN COMUN A TODOS LOS
001557*    REGISTROS DE CAMBIOS DE ESTA EJECUCION. ES EL RELOJ DEL
001558*    ARRANQUE Y NO LA FECHA DE NEGOCIO: ORDENA LOS ENVIOS DE
001559*    TODAS LAS EJECUCIONES AUNQUE COMPARTAN CICLO.
001560******************************************************************
001561 2110-ORIGEN-CAMBIO.
001562     MOVE TG-FECHA-SISTEMA     TO FD-CAM-FECHA.
001563     MOVE TG-HORA-SISTEMA(1:6) TO FD-CAM-HORA.
001564     MOVE "TABCARGA"           TO FD-CAM-PROGRAMA.
001565 2110-ORIGEN-CAMBIO-EXIT.
001566     EXIT.
001567
001568******************************************************************
001569*    2200-ANOTAR-CARGADA - LA TABLA DEL NUMERO Y OPERACION
001570*    ANTERIORES YA ESTA CARGADA HASTA TG-SEG-TAMANO: LAS
001571*    PETICIONES ABIERTAS QUE CUBRE PASAN A CARGADAS.
001572******************************************************************
001573 2200-ANOTAR-CARGADA.
001574     IF TG-SEG-TAMANO = ZEROS
001575         GO TO 2200-ANOTAR-CARGADA-EXIT
001576     END-IF.
001577     MOVE TG-SEG-NUMERO    TO SG-NUMERO.
001578     MOVE TG-SEG-OPERACION TO SG-OPERACION.
001579     MOVE TG-SEG-TAMANO    TO SG-TAMANO.
001580     MOVE "L"              TO SG-ETAPA.
001581     PERFORM 9520-ETAPA-TABLA
001582         THRU 9520-ETAPA-TABLA-EXIT.
001583 2200-ANOTAR-CARGADA-EXIT.
001584     EXIT.
001585
001586******************************************************************
001587*    9000-FINALIZAR - CIERRA LOS FICHEROS Y MUESTRA EL RESUMEN
001588*    DE LA CARGA POR CONSOLA.
001589******************************************************************
001590 9000-FINALIZAR.
001591     CLOSE SALTABLA-FILE.
001592     PERFORM 2200-ANOTAR-CARGADA
001594         THRU 2200-ANOTAR-CARGADA-EXIT.
001596     PERFORM 9550-CERRAR-SEGUIMIENTO
001598         THRU 9550-CERRAR-SEGUIMIENTO-EXIT.
001600     CLOSE MAESTRO-FILE.
001601     MOVE SPACES TO FD-REG-CAMBIO.
001602     SET FD88-CAM-FIN TO TRUE.
001603     PERFORM 2110-ORIGEN-CAMBIO THRU 2110-ORIGEN-CAMBIO-EXIT.
001604     MOVE TG-CTR-ALTAS TO FD-CAM-ALTAS.
001605     MOVE ZEROS        TO FD-CAM-BAJAS.
001606     WRITE FD-REG-CAMBIO.
001607     IF TG-FS-CAMBIOS NOT = "00"
001608         DISPLAY "*** ERROR GRABANDO LA COLA DE CAMBIOS (STATUS="
001609             TG-FS-CAMBIOS "). ***"
001610         MOVE "TB101E" TO BT-CODIGO
001611         MOVE "ERROR DE GRABACION DE LA COLA DE CAMBIOS"
001612             TO BT-TEXTO
001613         PERFORM 9710-GRABAR-BITACORA
001614             THRU 9710-GRABAR-BITACORA-EXIT
001615         MOVE 16 TO RETURN-CODE
001616         MOVE RETURN-CODE TO BT-FIN-RETORNO
001617         MOVE "TB002I" TO BT-CODIGO
001618         MOVE BT-TEXTO-FIN TO BT-TEXTO
001619         PERFORM 9710-GRABAR-BITACORA
001620             THRU 9710-GRABAR-BITACORA-EXIT
001621         PERFORM 9720-CERRAR-BITACORA
001622             THRU 9720-CERRAR-BITACORA-EXIT
001623         STOP RUN
001624     END-IF.
001625     CLOSE CAMBIOS-FILE.
001626     DISPLAY "TABCARGA: LEIDAS " TG-CTR-LEIDAS
001627         " ALTAS " TG-CTR-ALTAS
001630         " ACTUALIZADAS " TG-CTR-ACTUALIZADAS
001640         " OMITIDAS " TG-CTR-OMITIDAS ".".
001641     MOVE TG-CTR-ALTAS         TO TG-BR-ALTAS.
001660     EXIT.
001670
001671******************************************************************
001672*    9500-ABRIR-SEGUIMIENTO (Y AUXILIARES) - ANOTACIONES EN EL
001673*    SEGUIMIENTO DE PETICIONES, COMUNES DEL SUBSISTEMA.
001674******************************************************************
001675     COPY TMSEGPRC.
001676
001680******************************************************************
001690*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
001700*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
001710******************************************************************
001720     COPY TMCICPRC.
001730
001740******************************************************************
001750*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
001760*    BITACORA CENTRAL DE EXPLOTACION.
001770******************************************************************
001780     COPY TMBITPRC.
001790
001800 END PROGRAM TABCARGA.
