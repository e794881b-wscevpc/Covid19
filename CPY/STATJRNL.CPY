      * timestamped after-image of one COVSTATS-FILE update,
      * written by every program that adds to, rewrites or deletes
      * from the statistics file (the STATLOAD load, the COV1910
      * corrections, the COVC online corrections of COV1932, the
      * COV1912 archive/reload, the COV1909 purge and the COV1933
      * country recode). The file is cumulative; records are appended in
      * timestamp order, and replaying them in order on top of a
      * backup rebuilds the statistics file to any point in time:
      * A (add) and C (change) carry the record content written, D
      * (delete) carries the key removed (its values are the
      * before-image, kept for the eye only). Read back by the
      * COV1921 forward-recovery rebuild and, from a saved
      * high-water timestamp, by the COV1935 change-data-capture
      * extract for the data warehouse, and from a publication's
      * freeze timestamp by the COV1942 revision report.
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY STATJRNL REPLACING ==:TAG1:== BY ==STATJRNL==
      *                           ==:TAG2:== BY ==J==.
