002700* MODIFICATION HISTORY:
002800*   - NEW RETURN-PROCESSING STEP, OFFERED FROM THE MENUUTIL
002900*     MENU.
002901*   - BEFORE A REISSUE THE NEW CTACAMBIO ROUTINE IS ASKED ABOUT
002902*     THE EMPLOYEE'S ACCOUNT: A CHANGE STILL PENDING APPROVAL
002903*     IS REPORTED (THE PAYMENT WAITS FOR THE APPROVED ACCOUNT),
002904*     AND A REISSUE TO AN ACCOUNT CHANGED WITHIN THE CTADIAS
002905*     PARMS WINDOW PRINTS AN AVISO LINE; EITHER ENDS THE STEP
002906*     WITH RETURN CODE 4.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. RETBANCO.
012200*
012300 01  RTB-MODO                    PIC X(01).
012400 01  RTB-FECHA-HOY               PIC 9(08).
012401 01  RTB-CANT-AVISOS-CTA         PIC 9(04) VALUE ZERO.
012402 01  RTB-CAM-RECIENTE            PIC X(01).
012403     88  RTB-ES-CAM-RECIENTE     VALUE 'Y'.
012404 01  RTB-CAM-FECHA               PIC 9(08).
012405 01  RTB-CAM-PENDIENTE           PIC X(01).
012406     88  RTB-ES-CAM-PENDIENTE    VALUE 'Y'.
012500 01  RTB-VALIDA                  PIC X(01).
012600*
012700 01  RTB-INDICADORES.
021000         PERFORM 6000-GRABAR-FALLAS
021100             THRU 6000-GRABAR-FALLAS-EXIT
021200     END-IF.
021201     IF RTB-CANT-AVISOS-CTA > ZERO AND RETURN-CODE < 4
021202         MOVE 4 TO RETURN-CODE
021203     END-IF.
021300     GOBACK.
021400 0000-MAINLINE-EXIT.
021500     EXIT.
048700     IF NOT RTB-ES-HALLADO
048800         GO TO 3200-REEMITIR-UNA-EXIT
048900     END-IF.
048901     CALL 'CTACAMBIO' USING RTB-FAL-ID(RTB-X-FAL) RTB-FECHA-HOY
048902         RTB-CAM-RECIENTE RTB-CAM-FECHA RTB-CAM-PENDIENTE.
049000*    LA CUENTA DEBE HABER CAMBIADO RESPECTO DE LA QUE REBOTO
049100*    Y PASAR EL DIGITO VERIFICADOR.
049200     IF RTB-EMP-CUENTA(RTB-X-EMP)
049300         = RTB-FAL-CUENTA(RTB-X-FAL)
049400         AND RTB-EMP-BANCO(RTB-X-EMP)
049500         = RTB-FAL-BANCO(RTB-X-FAL)
049501*        EL CAMBIO DE CUENTA CARGADO SIGUE SIN SEGUNDA FIRMA:
049502*        EL PAGO ESPERA A QUE SE APRUEBE EN APRUCTA.
049503         IF RTB-ES-CAM-PENDIENTE
049504             ADD 1 TO RTB-CANT-AVISOS-CTA
049505             MOVE SPACES TO RPT-LINEA
049506             STRING 'CAMBIO DE CUENTA PENDIENTE DE APROBACION: '
049507                 'LEGAJO ' RTB-FAL-ID(RTB-X-FAL)
049508                 DELIMITED BY SIZE INTO RPT-LINEA
049509             WRITE RPT-LINEA
04950A         END-IF
049600         GO TO 3200-REEMITIR-UNA-EXIT
049700     END-IF.
049800     CALL 'VALIDCTA' USING RTB-EMP-BANCO(RTB-X-EMP)
052300         ' A CUENTA ' RTB-EMP-CUENTA(RTB-X-EMP)
052400         DELIMITED BY SIZE INTO RPT-LINEA.
052500     WRITE RPT-LINEA.
052501     IF RTB-ES-CAM-RECIENTE
052502         ADD 1 TO RTB-CANT-AVISOS-CTA
052503         MOVE SPACES TO RPT-LINEA
052504         STRING 'AVISO: CUENTA CAMBIADA EL ' RTB-CAM-FECHA
052505             ' - LEGAJO ' RTB-FAL-ID(RTB-X-FAL) ' '
052506             RTB-FAL-NOMBRE(RTB-X-FAL)
052507             DELIMITED BY SIZE INTO RPT-LINEA
052508         WRITE RPT-LINEA
052509     END-IF.
052600 3200-REEMITIR-UNA-EXIT.
052700     EXIT.
052800*
