001000*----------------------------------------------------------*
001010*  ARCHCAT.CPY                                             *
001020*  ARCHIVE CATALOG RECORD LAYOUT (ARCHCAT.DAT).  APPEND     *
001030*  ONLY.  FileArchive WRITES ONE ARCHIVE ENTRY PER DAILY    *
001040*  FILE IT ROLLS INTO A MONTHLY ARCHIVE DATASET; THE        *
001050*  ARCHIVE DATASET HOLDS THE DAILY FILES BACK TO BACK IN    *
001060*  THE SAME ORDER AS THEIR ARCHIVE ENTRIES, SO A FILE'S     *
001070*  POSITION IS THE SUM OF THE COUNTS CATALOGED AHEAD OF IT  *
001080*  FOR THE SAME DATASET.                                    *
001090*                                                            *
001100*  ArchiveRestore APPENDS A RESTORED ENTRY ('R') WHEN IT    *
001110*  PUTS A DAILY FILE BACK ON DISK, AND FileArchive APPENDS  *
001120*  A PURGED ENTRY ('P') WHEN IT REMOVES THAT RESTORED COPY  *
001130*  AGAIN.  ON THOSE ENTRIES THE DATE IS THE DAY OF THE      *
001140*  RESTORE OR PURGE AND THE COUNT IS THE RECORDS RESTORED   *
001150*  OR PURGED.  ENTRIES WRITTEN BEFORE THE TYPE BYTE EXISTED *
001160*  READ BACK AS SPACE - ARCHIVE ENTRIES.                    *
001170*----------------------------------------------------------*
001180     05  CAT-FILE-NAME               PIC X(30).
001190     05  FILLER                      PIC X(01).
001200     05  CAT-RECORD-COUNT            PIC 9(09).
001210     05  FILLER                      PIC X(01).
001220     05  CAT-ARCHIVE-DATE            PIC 9(08).
001230     05  FILLER                      PIC X(01).
001240     05  CAT-ARCHIVE-DSN             PIC X(30).
001250     05  FILLER                      PIC X(01).
001260     05  CAT-ENTRY-TYPE              PIC X(01).
001270         88  CAT-ARCHIVED-ENTRY      VALUE SPACE.
001280         88  CAT-RESTORED-ENTRY      VALUE 'R'.
001290         88  CAT-PURGED-ENTRY        VALUE 'P'.
