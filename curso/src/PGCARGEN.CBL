                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-ROS               PIC 99.
