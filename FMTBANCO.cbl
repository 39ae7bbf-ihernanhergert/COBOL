002700* MODIFICATION HISTORY:
002800*   - NEW FORMATTING STEP, CALLED FROM PAGOBANCO AND OFFERED
002900*     FROM THE MENUUTIL MENU.
002901*   - EVERY PAYMENT IS CHECKED WITH THE NEW CTACAMBIO ROUTINE:
002902*     AN ACCOUNT CHANGE APPROVED WITHIN THE CTADIAS PARMS
002903*     WINDOW BEFORE TODAY, OR ONE STILL PENDING APPROVAL,
002904*     PRINTS AN AVISO LINE ON FMTRPT AND ENDS THE STEP WITH
002905*     RETURN CODE 4.
002906*   - PER-BANK FILES WRITTEN WITHOUT ERROR MARK THE PAYMENT STEP
002907*     DONE ON THE CHKCIERRE PERIOD-CLOSE CHECKLIST (THROUGH
002908*     MARCACIER, FOR THE OPEN MONTHLY PERIOD).
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. FMTBANCO.
012900 01  FMB-BANCO-ACTUAL            PIC X(03).
013000 01  FMB-CANT-BANCO              PIC 9(06) VALUE ZERO.
013100 01  FMB-TOTAL-BANCO             PIC 9(11)V99 VALUE ZERO.
013101*
013102 01  FMB-FECHA-HOY               PIC 9(08).
013103 01  FMB-CANT-AVISOS-CTA         PIC 9(04) VALUE ZERO.
013104 01  FMB-CAM-RECIENTE            PIC X(01).
013105     88  FMB-ES-CAM-RECIENTE     VALUE 'Y'.
013106 01  FMB-CAM-FECHA               PIC 9(08).
013107 01  FMB-CAM-PENDIENTE           PIC X(01).
013108     88  FMB-ES-CAM-PENDIENTE    VALUE 'Y'.
013109 01  FMB-CHK-PASO                PIC X(10) VALUE 'PAGOBANCO'.
01310A 01  FMB-CHK-PERIODO             PIC 9(06) VALUE ZERO.
01310B 01  FMB-RC-GUARDADO             PIC 9(02).
013200*
013300 PROCEDURE DIVISION.
013400******************************************************************
013500* 0000-MAINLINE - NOTHING HAPPENS WITHOUT THE BANKFMT TABLE
013600******************************************************************
013700 0000-MAINLINE.
013701     ACCEPT FMB-FECHA-HOY FROM DATE YYYYMMDD.
013800     PERFORM 1000-CARGAR-FORMATOS
013900         THRU 1000-CARGAR-FORMATOS-EXIT.
014000     IF FMB-CANT-FORMATOS = ZERO
015200         THRU 3000-REPARTIR-BANCOS-EXIT.
015300     PERFORM 5000-CERRAR-TOTALES
015400         THRU 5000-CERRAR-TOTALES-EXIT.
015401     IF FMB-CANT-AVISOS-CTA > ZERO
015402         MOVE SPACES TO RPT-LINEA
015403         STRING 'AVISOS DE CAMBIO DE CUENTA: ' FMB-CANT-AVISOS-CTA
015404             DELIMITED BY SIZE INTO RPT-LINEA
015405         WRITE RPT-LINEA
015406         IF RETURN-CODE < 4
015407             MOVE 4 TO RETURN-CODE
015408         END-IF
015409     END-IF.
015500     CLOSE REPORTE-FILE.
015501     IF RETURN-CODE < 8
015502         PERFORM 8000-MARCAR-CIERRE
015503             THRU 8000-MARCAR-CIERRE-EXIT
015504     END-IF.
015600     GOBACK.
015700 0000-MAINLINE-EXIT.
015800     EXIT.
033800     MOVE 'S' TO FMB-PAG-USADO(FMB-X-PAG).
033900     ADD 1 TO FMB-CANT-BANCO.
034000     ADD FMB-PAG-IMPORTE(FMB-X-PAG) TO FMB-TOTAL-BANCO.
034001     IF FMB-PAG-ID(FMB-X-PAG) NOT = ZERO
034002         PERFORM 3700-AVISAR-CAMBIO-CTA
034003             THRU 3700-AVISAR-CAMBIO-CTA-EXIT
034004     END-IF.
034100 3400-GRABAR-PAGO-EXIT.
034200     EXIT.
034300*
039600     WRITE SAL-REGISTRO.
039700 3600-GRABAR-TRAILER-EXIT.
039800     EXIT.
039801*
039802******************************************************************
039803* 3700-AVISAR-CAMBIO-CTA - WARN WHEN THE ACCOUNT WAS CHANGED
039804*                          SHORTLY BEFORE TODAY, OR WHEN A CHANGE
039805*                          IS STILL WAITING FOR APPROVAL
039806******************************************************************
039807 3700-AVISAR-CAMBIO-CTA.
039808     CALL 'CTACAMBIO' USING FMB-PAG-ID(FMB-X-PAG) FMB-FECHA-HOY
039809         FMB-CAM-RECIENTE FMB-CAM-FECHA FMB-CAM-PENDIENTE.
03980A     IF FMB-ES-CAM-RECIENTE
03980B         ADD 1 TO FMB-CANT-AVISOS-CTA
03980C         MOVE SPACES TO RPT-LINEA
03980D         STRING 'AVISO: CUENTA CAMBIADA EL ' FMB-CAM-FECHA
03980E             ' - LEGAJO ' FMB-PAG-ID(FMB-X-PAG) ' '
03980F             FMB-PAG-NOMBRE(FMB-X-PAG) ' BANCO ' FMB-BANCO-ACTUAL
03980G             DELIMITED BY SIZE INTO RPT-LINEA
03980H         WRITE RPT-LINEA
03980I     END-IF.
03980J     IF FMB-ES-CAM-PENDIENTE
03980K         ADD 1 TO FMB-CANT-AVISOS-CTA
03980L         MOVE SPACES TO RPT-LINEA
03980M         STRING 'AVISO: CAMBIO DE CUENTA PENDIENTE, SE PAGA A LA '
03980N             'CUENTA APROBADA - LEGAJO ' FMB-PAG-ID(FMB-X-PAG)
03980O             DELIMITED BY SIZE INTO RPT-LINEA
03980P         WRITE RPT-LINEA
03980Q     END-IF.
03980R 3700-AVISAR-CAMBIO-CTA-EXIT.
03980S     EXIT.
039900*
040000******************************************************************
040100* 5000-CERRAR-TOTALES - THE PER-BANK FILES MUST ADD BACK TO
042300     END-IF.
042400 5000-CERRAR-TOTALES-EXIT.
042500     EXIT.
042501*
042502******************************************************************
042503* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
042504*                      CHECKLIST (THE RETURN CODE IS KEPT)
042505******************************************************************
042506 8000-MARCAR-CIERRE.
042507     MOVE RETURN-CODE TO FMB-RC-GUARDADO.
042508     CALL 'MARCACIER' USING FMB-CHK-PASO FMB-CHK-PERIODO.
042509     MOVE FMB-RC-GUARDADO TO RETURN-CODE.
04250A 8000-MARCAR-CIERRE-EXIT.
04250B     EXIT.
042600 END PROGRAM FMTBANCO.
