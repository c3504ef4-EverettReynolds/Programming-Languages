           02  RgnDefState             pic x(02).

       fd regout1-file.
       01 regout1-record               pic x(187).
       fd regout2-file.
       01 regout2-record               pic x(187).
       fd regout3-file.
       01 regout3-record               pic x(187).
       fd regout4-file.
       01 regout4-record               pic x(187).
       fd regout5-file.
       01 regout5-record               pic x(187).
       fd regout6-file.
       01 regout6-record               pic x(187).
       fd regout7-file.
       01 regout7-record               pic x(187).
       fd regout8-file.
       01 regout8-record               pic x(187).
       fd regoutx-file.
       01 regoutx-record               pic x(187).

       fd manifest-file.
       01 manifest-record              pic x(132).

       01 ws-tray-seq                  pic 9(05) value 0.
       01 ws-bundle-seq                pic 9(07) value 0.
       01 ws-held-tray-record          pic x(187) value spaces.
       01 ws-held-bundle-record        pic x(187) value spaces.
       01 ws-out-record                pic x(187) value spaces.
       01 ws-out-region                pic 9(02) value 0.
       01 ws-pieces-read               pic 9(07) value 0.

