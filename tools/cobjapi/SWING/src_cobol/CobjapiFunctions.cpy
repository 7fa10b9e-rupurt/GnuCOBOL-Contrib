*>              action arrives through J-GETACTION with the row/column
*>              readable back, so a reject-repair screen fixes one
*>              field in the grid instead of re-keying the record)
*>------------------------------------------------------------------------------
*> 2026.10.15 DRM:
*>            - J-CHARTSERIES (a further named series drawn over a
*>              J-CHART - a trailing average or alarm limit beside the
*>              values; the series id is filled with J-CHARTADDVALUE
*>              like the chart itself, a value landing on the category
*>              of the same label, and J-CHARTCLEAR on the chart
*>              empties every series)
*>******************************************************************************

 FUNCTION J-ADD
 FUNCTION J-CHART
 FUNCTION J-CHARTADDVALUE
 FUNCTION J-CHARTCLEAR
 FUNCTION J-CHARTSERIES
 FUNCTION J-CHECKBOX
 FUNCTION J-CHECKMENUITEM
 FUNCTION J-CHOICE
