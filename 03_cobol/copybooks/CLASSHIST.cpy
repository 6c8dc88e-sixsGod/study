    05 CH-KEY.
        10 CH-ID           PIC 9(07).
        10 CH-DATE-DESC    PIC 9(08).
    05 CH-RUN-DATE     PIC 9(08).
    05 CH-AGE          PIC 9(03).
    05 CH-TIER         PIC X(10).
    05 CH-AGE-TIER     PIC X(10).
    05 CH-OVR-FLAG     PIC X(01).
    05 CH-OVR-REF      PIC X(12).
