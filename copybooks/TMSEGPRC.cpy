000010******************************************************************
000020*    COPYBOOK   : TMSEGPRC                                       *
000030*    PROPOSITO   : PARRAFOS COMUNES DE ANOTACION EN EL FICHERO   *
000040*                  INDEXADO DE SEGUIMIENTO DE PETICIONES SEGPET  *
000050*                  (VER TMSEGREG). REQUIERE EN EL PROGRAMA QUE   *
000060*                  LO COPIA: LA SELECT DE SEGPET-FILE (INDEXADO, *
000070*                  ACCESO DINAMICO, CLAVE FD-SEG-CLAVE), SU FD,  *
000080*                  LOS COPYBOOKS DE DATOS TMSEGWS Y TMCICWS Y    *
000090*                  LOS PARRAFOS DE BITACORA TMBITPRC.            *
000100*                  9510 ANOTA LA LLEGADA DE UNA PETICION DE UN   *
000110*                  AREA; 9520 AVANZA DE ETAPA TODAS LAS          *
000120*                  PETICIONES ABIERTAS DE UN NUMERO Y OPERACION  *
000130*                  QUE LA TABLA TRATADA CUBRE (TAMANO PEDIDO NO  *
000140*                  MAYOR QUE SG-TAMANO); 9530 AVANZA LA DE UN    *
000150*                  AREA CONCRETA. UNA PETICION YA SERVIDA NO     *
000160*                  CAMBIA DE ETAPA. CUALQUIER ERROR DE E/S EN    *
000170*                  SEGPET DETIENE EL PROGRAMA CON CODIGO DE      *
000180*                  RETORNO 16: SIN SEGUIMIENTO FIABLE NO SE      *
000190*                  SIGUE.                                        *
000200*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000210*    FECHA ESCR. : 15/10/2026                                     *
000220*----------------------------------------------------------------*
000230*    HISTORIAL DE MODIFICACIONES                                 *
000240*    FECHA       INIC.  DESCRIPCION                               *
000250*    ----------  -----  ----------------------------------------  *
000260*    15/10/2026  JLR    CREACION.                                *
000270******************************************************************
000280 9500-ABRIR-SEGUIMIENTO.
000290     OPEN I-O SEGPET-FILE.
000300     IF SG-FS-SEGUIMIENTO = "35"
000310         OPEN OUTPUT SEGPET-FILE
000320         CLOSE SEGPET-FILE
000330         OPEN I-O SEGPET-FILE
000340     END-IF.
000350     IF SG-FS-SEGUIMIENTO NOT = "00"
000360         DISPLAY "*** ERROR ABRIENDO SEGPET (STATUS="
000370             SG-FS-SEGUIMIENTO "). ***"
000380         MOVE "TB101E" TO BT-CODIGO
000390         MOVE "ERROR DE APERTURA DE SEGPET" TO BT-TEXTO
000400         PERFORM 9710-GRABAR-BITACORA
000410             THRU 9710-GRABAR-BITACORA-EXIT
000420         MOVE 16 TO RETURN-CODE
000430         STOP RUN
000440     END-IF.
000450 9500-ABRIR-SEGUIMIENTO-EXIT.
000460     EXIT.
000470
000480 9510-ANOTAR-PETICION.
000490     MOVE SG-NUMERO    TO FD-SEG-NUMERO.
000500     MOVE SG-OPERACION TO FD-SEG-OPERACION.
000510     MOVE SG-AREA      TO FD-SEG-AREA.
000520     READ SEGPET-FILE.
000530     IF SG-FS-SEGUIMIENTO = "23"
000540         MOVE SPACES TO FD-REG-SEGUIMIENTO
000550         MOVE SG-NUMERO        TO FD-SEG-NUMERO
000560         MOVE SG-OPERACION     TO FD-SEG-OPERACION
000570         MOVE SG-AREA          TO FD-SEG-AREA
000580         MOVE SG-TAMANO        TO FD-SEG-TAMANO
000590         MOVE SG-ETAPA         TO FD-SEG-ETAPA
000600         MOVE CI-FECHA-NEGOCIO TO FD-SEG-FECHA-RECEPCION
000610         MOVE CI-FECHA-NEGOCIO TO FD-SEG-FECHA-ETAPA
000620         MOVE SG-PROGRAMA      TO FD-SEG-PROGRAMA
000630         MOVE SG-ORIGEN        TO FD-SEG-ORIGEN
000640         MOVE 1                TO FD-SEG-PETICIONES
000650         WRITE FD-REG-SEGUIMIENTO
000660         IF SG-FS-SEGUIMIENTO NOT = "00"
000670             PERFORM 9590-ERROR-SEGUIMIENTO
000680                 THRU 9590-ERROR-SEGUIMIENTO-EXIT
000690         END-IF
000700         GO TO 9510-ANOTAR-PETICION-EXIT
000710     END-IF.
000720     IF SG-FS-SEGUIMIENTO NOT = "00"
000730         PERFORM 9590-ERROR-SEGUIMIENTO
000740             THRU 9590-ERROR-SEGUIMIENTO-EXIT
000750     END-IF.
000760     IF FD88-SEG-SERVIDA
000770         MOVE SG-TAMANO        TO FD-SEG-TAMANO
000780         MOVE CI-FECHA-NEGOCIO TO FD-SEG-FECHA-RECEPCION
000790         MOVE SG-ORIGEN        TO FD-SEG-ORIGEN
000800         MOVE 1                TO FD-SEG-PETICIONES
000810     ELSE
000820         IF SG-TAMANO > FD-SEG-TAMANO
000830             MOVE SG-TAMANO TO FD-SEG-TAMANO
000840         END-IF
000850         IF FD-SEG-PETICIONES < 99999
000860             ADD 1 TO FD-SEG-PETICIONES
000870         END-IF
000880     END-IF.
000890     PERFORM 9540-FIJAR-ETAPA THRU 9540-FIJAR-ETAPA-EXIT.
000900 9510-ANOTAR-PETICION-EXIT.
000910     EXIT.
000920
000930 9520-ETAPA-TABLA.
000940     MOVE SG-NUMERO    TO FD-SEG-NUMERO.
000950     MOVE SG-OPERACION TO FD-SEG-OPERACION.
000960     MOVE LOW-VALUES   TO FD-SEG-AREA.
000970     START SEGPET-FILE KEY IS NOT LESS THAN FD-SEG-CLAVE.
000980     IF SG-FS-SEGUIMIENTO = "23"
000990         GO TO 9520-ETAPA-TABLA-EXIT
001000     END-IF.
001010     IF SG-FS-SEGUIMIENTO NOT = "00"
001020         PERFORM 9590-ERROR-SEGUIMIENTO
001030             THRU 9590-ERROR-SEGUIMIENTO-EXIT
001040     END-IF.
001050     SET SG88-SIGUE-RECORRIDO TO TRUE.
001060     PERFORM 9525-ETAPA-UNA-AREA THRU 9525-ETAPA-UNA-AREA-EXIT
001070         UNTIL SG88-FIN-RECORRIDO.
001080 9520-ETAPA-TABLA-EXIT.
001090     EXIT.
001100
001110 9525-ETAPA-UNA-AREA.
001120     READ SEGPET-FILE NEXT RECORD
001130         AT END
001140             SET SG88-FIN-RECORRIDO TO TRUE
001150             GO TO 9525-ETAPA-UNA-AREA-EXIT
001160     END-READ.
001170     IF SG-FS-SEGUIMIENTO NOT = "00"
001180         PERFORM 9590-ERROR-SEGUIMIENTO
001190             THRU 9590-ERROR-SEGUIMIENTO-EXIT
001200     END-IF.
001210     IF FD-SEG-NUMERO NOT = SG-NUMERO
001220         OR FD-SEG-OPERACION NOT = SG-OPERACION
001230         SET SG88-FIN-RECORRIDO TO TRUE
001240         GO TO 9525-ETAPA-UNA-AREA-EXIT
001250     END-IF.
001260     IF FD88-SEG-SERVIDA
001270         OR FD-SEG-TAMANO > SG-TAMANO
001280         GO TO 9525-ETAPA-UNA-AREA-EXIT
001290     END-IF.
001300     PERFORM 9540-FIJAR-ETAPA THRU 9540-FIJAR-ETAPA-EXIT.
001310 9525-ETAPA-UNA-AREA-EXIT.
001320     EXIT.
001330
001340 9530-ETAPA-PETICION.
001350     MOVE SG-NUMERO    TO FD-SEG-NUMERO.
001360     MOVE SG-OPERACION TO FD-SEG-OPERACION.
001370     MOVE SG-AREA      TO FD-SEG-AREA.
001380     READ SEGPET-FILE.
001390     IF SG-FS-SEGUIMIENTO = "23"
001400         GO TO 9530-ETAPA-PETICION-EXIT
001410     END-IF.
001420     IF SG-FS-SEGUIMIENTO NOT = "00"
001430         PERFORM 9590-ERROR-SEGUIMIENTO
001440             THRU 9590-ERROR-SEGUIMIENTO-EXIT
001450     END-IF.
001460     IF FD88-SEG-SERVIDA
001470         OR FD-SEG-TAMANO > SG-TAMANO
001480         GO TO 9530-ETAPA-PETICION-EXIT
001490     END-IF.
001500     PERFORM 9540-FIJAR-ETAPA THRU 9540-FIJAR-ETAPA-EXIT.
001510 9530-ETAPA-PETICION-EXIT.
001520     EXIT.
001530
001540******************************************************************
001550*    9540-FIJAR-ETAPA - REESCRIBE EL REGISTRO LEIDO CON LA ETAPA
001560*    NUEVA, SU FECHA Y EL PROGRAMA. EL MOTIVO SOLO SE CONSERVA
001570*    EN LOS RECHAZOS.
001580******************************************************************
001590 9540-FIJAR-ETAPA.
001600     MOVE SG-ETAPA TO FD-SEG-ETAPA.
001610     IF FD88-SEG-RECHAZADA
001620         MOVE SG-MOTIVO TO FD-SEG-MOTIVO
001630     ELSE
001640         MOVE SPACES TO FD-SEG-MOTIVO
001650     END-IF.
001660     MOVE CI-FECHA-NEGOCIO TO FD-SEG-FECHA-ETAPA.
001670     MOVE SG-PROGRAMA      TO FD-SEG-PROGRAMA.
001680     REWRITE FD-REG-SEGUIMIENTO.
001690     IF SG-FS-SEGUIMIENTO NOT = "00"
001700         PERFORM 9590-ERROR-SEGUIMIENTO
001710             THRU 9590-ERROR-SEGUIMIENTO-EXIT
001720     END-IF.
001730 9540-FIJAR-ETAPA-EXIT.
001740     EXIT.
001750
001760 9550-CERRAR-SEGUIMIENTO.
001770     CLOSE SEGPET-FILE.
001780 9550-CERRAR-SEGUIMIENTO-EXIT.
001790     EXIT.
001800
001810 9590-ERROR-SEGUIMIENTO.
001820     DISPLAY "*** ERROR EN SEGPET (STATUS=" SG-FS-SEGUIMIENTO
001830         ") CLAVE " FD-SEG-CLAVE ". ***".
001840     MOVE 16 TO RETURN-CODE.
001850     STOP RUN.
001860 9590-ERROR-SEGUIMIENTO-EXIT.
001870     EXIT.
