           03 CKPT-SOMA-MEDIAS      PIC 9(7)V9.
           03 CKPT-MAIOR-MEDIA      PIC 99V9.
           03 CKPT-MENOR-MEDIA      PIC 99V9.
           03 CKPT-QTD-MOTIVO       OCCURS 15 TIMES PIC 9(5).
