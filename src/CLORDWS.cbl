           MOVE 50 TO INQ-ITEM-MAX

           IF INQ-REQ-TYPE = 'N'
      * the portal always captures as WEB under this service's
      * user - channel and user are not the caller's to choose
              MOVE SPACES TO INQ-CAP-CHANNEL
              MOVE SPACES TO INQ-CAP-USER
              CALL 'CLORDUPD' USING INQ-REQUEST INQ-RESPONSE
           ELSE
              CALL 'CLORDINQ' USING INQ-REQUEST INQ-RESPONSE
